000004*                   COMPILED VALUES AS DEFAULTS, AND A
000005*                   PARAMETER-AUDIT SECTION PRINTS THE VALUES
000006*                   IN FORCE.
000007*  2026-10-15 DO    EVERY ACCEPTED TRIP IS NOW ALSO KEPT ON THE
000008*                   MLGHIST.DAT MILEAGE HISTORY (SEE MLGHIST.CPY),
000009*                   CARRIED FORWARD THROUGH MLGHIST.NEW FOR THE
000010*                   DRIVER TO PROMOTE WITH VEHMAST.NEW. TRIPS
000011*                   BEFORE THE PREVIOUS CALENDAR MONTH DROP OFF.
000012*                   FUELECON MATCHES THE MONTH'S FUEL CARD FILLS
000013*                   TO IT.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MILEAGELOG.
000292               ORGANIZATION IS LINE SEQUENTIAL
000293               FILE STATUS IS WS-DRVMAST-STATUS.

000001     SELECT MILEAGE-HISTORY-IN ASSIGN TO "MLGHIST.DAT"
000002               ORGANIZATION IS LINE SEQUENTIAL
000003               FILE STATUS IS WS-MLGHIST-STATUS.

000004     SELECT MILEAGE-HISTORY-OUT ASSIGN TO "MLGHIST.NEW"
000005               ORGANIZATION IS LINE SEQUENTIAL.

000294 DATA DIVISION.
000295 FILE SECTION.
000300 FD  MILEAGE-LOG-FILE.
000425     02  VO-ODO-AT-SERVICE       PIC 9(6).
000426     02  VO-CURRENT-ODOMETER     PIC 9(6).

000001 FD  MILEAGE-HISTORY-IN.
000002     COPY MLGHIST.

000003 FD  MILEAGE-HISTORY-OUT.
000004 01  MILEAGE-HIST-OUT-REC        PIC X(32).

000427 WORKING-STORAGE SECTION.

000001 01  WS-BATCHPARM-STATUS         PIC XX.
000652         88  END-OF-DRVMAST-DATA VALUE "Y".
000653     02  WS-CLAIMPEND-STATUS     PIC XX.

000001*    THE MILEAGE HISTORY KEEPS THIS MONTH AND LAST - A TRIP
000002*    DATED BEFORE THE FIRST OF LAST MONTH IS NOT CARRIED.
000003 01  WS-HISTORY-FIELDS.
000004     02  WS-MLGHIST-STATUS       PIC XX.
000005     02  WS-MLGHIST-EOF          PIC X       VALUE "N".
000006         88  END-OF-MLGHIST-DATA VALUE "Y".
000007     02  WS-HIST-KEEP-FROM       PIC 9(8).
000008     02  WS-HIST-KEEP-FROM-R REDEFINES WS-HIST-KEEP-FROM.
000009         03  WS-HIST-KEEP-YYYY   PIC 9(4).
000010         03  WS-HIST-KEEP-MM     PIC 99.
000011         03  WS-HIST-KEEP-DD     PIC 99.

000654 01  WS-RATE-APPLIED             PIC V999.

000655 01  DC-COUNT                    PIC 99       VALUE ZERO.
000774         1050-LOAD-VEHICLE-MASTER-EXIT.
000775     PERFORM 1070-LOAD-DRIVER-MASTER THRU
000776         1070-LOAD-DRIVER-MASTER-EXIT.
000001     PERFORM 1080-CARRY-MILEAGE-HISTORY THRU
000002         1080-CARRY-MILEAGE-HISTORY-EXIT.
000777     ACCEPT WS-AUDIT-START-TIME FROM TIME.
000780     MOVE SPACES TO PRINT-LINE.
000790     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
000868 1075-READ-DRIVER-EXIT.
000869     EXIT.

000001*    LAST NIGHT'S HISTORY IS COPIED TO MLGHIST.NEW HERE, LESS
000002*    ANY TRIP TOO OLD TO KEEP; TONIGHT'S ACCEPTED TRIPS FOLLOW.
000003 1080-CARRY-MILEAGE-HISTORY.
000004     MOVE WS-AUDIT-RUN-DATE TO WS-HIST-KEEP-FROM.
000005     MOVE 01 TO WS-HIST-KEEP-DD.
000006     IF WS-HIST-KEEP-MM = 01
000007         MOVE 12 TO WS-HIST-KEEP-MM
000008         SUBTRACT 1 FROM WS-HIST-KEEP-YYYY
000009     ELSE
000010         SUBTRACT 1 FROM WS-HIST-KEEP-MM
000011     END-IF.
000012     OPEN OUTPUT MILEAGE-HISTORY-OUT.
000013     OPEN INPUT MILEAGE-HISTORY-IN.
000014     IF WS-MLGHIST-STATUS NOT = "00"
000015         GO TO 1080-CARRY-MILEAGE-HISTORY-EXIT
000016     END-IF.
000017     PERFORM 1085-COPY-HISTORY-TRIP THRU
000018         1085-COPY-HISTORY-TRIP-EXIT
000019         UNTIL END-OF-MLGHIST-DATA.
000020     CLOSE MILEAGE-HISTORY-IN.
000021 1080-CARRY-MILEAGE-HISTORY-EXIT.
000022     EXIT.

000023 1085-COPY-HISTORY-TRIP.
000024     READ MILEAGE-HISTORY-IN
000025         AT END
000026             SET END-OF-MILEAGE-HIST TO TRUE
000027             SET END-OF-MLGHIST-DATA TO TRUE
000028             GO TO 1085-COPY-HISTORY-TRIP-EXIT
000029     END-READ.
000030     IF MH-LOG-DATE NOT < WS-HIST-KEEP-FROM
000031         WRITE MILEAGE-HIST-OUT-REC FROM MILEAGE-HIST-REC
000032     END-IF.
000033 1085-COPY-HISTORY-TRIP-EXIT.
000034     EXIT.

000870 2000-PROCESS-RECORD.
000871     PERFORM 2050-VALIDATE-RECORD THRU 2050-VALIDATE-RECORD-EXIT.
000872     IF NOT RECORD-IS-VALID
000987     IF ML-END-ODOMETER > VT-CURRENT-ODO (VT-MATCHED-SUB)
000988         MOVE ML-END-ODOMETER TO VT-CURRENT-ODO (VT-MATCHED-SUB)
000989     END-IF.
000001     WRITE MILEAGE-HIST-OUT-REC FROM MILEAGE-LOG-REC.

000990     PERFORM 2100-READ-RECORD THRU 2100-READ-RECORD-EXIT.
001000 2000-PROCESS-RECORD-EXIT.
001147         8950-WRITE-STEP-STATUS-EXIT.
001148     CLOSE MILEAGE-LOG-FILE
001150           MILEAGE-REPORT
001151           REJECT-FILE
001152           MILEAGE-HISTORY-OUT.
001160 8000-TERMINATE-EXIT.
001170     EXIT.

