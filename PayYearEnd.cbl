000200* MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  2026-09-03 DO    ORIGINAL VERSION.
000221*  2026-10-15 DO    EMPLOYEE-REC NOW COMES FROM EMPMAST.CPY.
000224*                   LEAVERS STAY ON THE MASTER, SO THEIR
000227*                   STATEMENTS STILL CARRY THEIR NAMES.
000228*  2026-10-15 DO    NAME TABLE RAISED TO 200, AS IN EMPMAINT. A
000229*                   FULL TABLE NOW STOPS THE RUN WITH RC 16.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. PAYYEAREND.
000540     COPY YTDPAY.
000550
000560 FD  EMPLOYEE-FILE.
000570     COPY EMPMAST.
000640
000650 FD  REMIT-HISTORY-FILE.
000660 01  REMIT-HIST-REC.
001330
001340*    EMPLOYEE NAMES FOR THE STATEMENT HEADINGS.
001350 01  EMPLOYEE-NAME-TABLE.
001360     02  EMP-NAME-ENTRY OCCURS 200 TIMES.
001370         03  EN-EMP-ID           PIC X(5).
001380         03  EN-EMP-NAME         PIC X(20).
001390
001400 01  EN-COUNT                    PIC 999     VALUE ZERO.
001410 01  EN-SUB                      PIC 999.
001420
001430 01  WS-NAME-SWITCHES.
001440     02  EN-FOUND-SWITCH         PIC X       VALUE "N".
002380         GO TO 1050-LOAD-EMPLOYEE-NAMES-EXIT
002390     END-IF.
002400     PERFORM 1055-READ-EMPLOYEE THRU 1055-READ-EMPLOYEE-EXIT
002410         UNTIL END-OF-EMP-DATA.
002430     CLOSE EMPLOYEE-FILE.
002440 1050-LOAD-EMPLOYEE-NAMES-EXIT.
002450     EXIT.
002510             SET END-OF-EMP-DATA TO TRUE
002520     END-READ.
002530     IF NOT END-OF-EMP-DATA
002531         IF EN-COUNT >= 200
002532             DISPLAY "PAYYEAREND: EMPLOYEE TABLE FULL AT 200 - "
002533                 "RAISE THE TABLE SIZE BEFORE RERUNNING"
002534             MOVE 16 TO RETURN-CODE
002535             STOP RUN
002536         END-IF
002540         ADD 1 TO EN-COUNT
002550         MOVE EMP-ID   TO EN-EMP-ID (EN-COUNT)
002560         MOVE EMP-NAME TO EN-EMP-NAME (EN-COUNT)
