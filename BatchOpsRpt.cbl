000190* MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  2026-08-23 DO    ORIGINAL VERSION.
000211*  2026-10-15 DO    TILLSALES, DEALALLOC AND THE NEW DELIVPLAN
000212*                   STEP ADDED TO THE WATCHED CHAIN PROGRAMS.
000213*  2026-10-15 DO    STANDORDGEN, THE NEW FIRST STEP OF THE NIGHT,
000214*                   ADDED TO THE WATCHED CHAIN PROGRAMS.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. BATCHOPSRPT.
000770*    THE NIGHTLY CHAIN PROGRAMS THE MORNING REPORT WATCHES, IN
000780*    THE ORDER THE DRIVER RUNS THEM.
000790 01  CHAIN-PROGRAM-TABLE.
000800     02  CHAIN-ENTRY OCCURS 16 TIMES.
000810         03  CH-PROGRAM-ID       PIC X(13).
000820         03  CH-FOUND-SWITCH     PIC X.
000830             88  CH-RUN-FOUND    VALUE "Y".
001740     EXIT.

001750 1050-INIT-CHAIN-TABLE.
001753     MOVE "STANDORDGEN"   TO CH-PROGRAM-ID (1).
001755     MOVE "DEALEDIT"      TO CH-PROGRAM-ID (2).
001757     MOVE "DEALRELEASE"   TO CH-PROGRAM-ID (3).
001760     MOVE "REJREPAIR"     TO CH-PROGRAM-ID (4).
001762     MOVE "TILLSALES"     TO CH-PROGRAM-ID (5).
001764     MOVE "DEALALLOC"     TO CH-PROGRAM-ID (6).
001770     MOVE "AROMASALESRPT" TO CH-PROGRAM-ID (7).
001772     MOVE "DELIVPLAN"     TO CH-PROGRAM-ID (8).
001775     MOVE "ARINVOICE"     TO CH-PROGRAM-ID (9).
001780     MOVE "STOCKREORD"    TO CH-PROGRAM-ID (10).
001790     MOVE "TILLRECON"     TO CH-PROGRAM-ID (11).
001800     MOVE "PAYROLLDED"    TO CH-PROGRAM-ID (12).
001810     MOVE "MILEAGELOG"    TO CH-PROGRAM-ID (13).
001812     MOVE "DELIVCOST"     TO CH-PROGRAM-ID (14).
001815     MOVE "GLEXTRACT"     TO CH-PROGRAM-ID (15).
001816     MOVE "GLPOST"        TO CH-PROGRAM-ID (16).
001820     PERFORM 1060-INIT-CHAIN-ENTRY THRU 1060-INIT-CHAIN-ENTRY-EXIT
001830         VARYING CH-SUB FROM 1 BY 1 UNTIL CH-SUB > 16.
001840 1050-INIT-CHAIN-TABLE-EXIT.
001850     EXIT.

001990 2000-PROCESS-AUDIT-ROW.
002000     PERFORM 2200-MATCH-CHAIN-PROGRAM THRU
002010         2200-MATCH-CHAIN-PROGRAM-EXIT
002020         VARYING CH-SUB FROM 1 BY 1 UNTIL CH-SUB > 16.
002030     PERFORM 2100-READ-AUDIT-ROW THRU 2100-READ-AUDIT-ROW-EXIT.
002040 2000-PROCESS-AUDIT-ROW-EXIT.
002050     EXIT.

002750 8000-TERMINATE.
002760     PERFORM 8100-PRINT-CHAIN-LINE THRU 8100-PRINT-CHAIN-LINE-EXIT
002770         VARYING CH-SUB FROM 1 BY 1 UNTIL CH-SUB > 16.
002780     MOVE SPACES TO PRINT-LINE.
002790     WRITE PRINT-LINE.
002800     WRITE PRINT-LINE FROM EXCEPTION-HEADING-LINE.
002810     PERFORM 8200-CHECK-EXCEPTIONS THRU 8200-CHECK-EXCEPTIONS-EXIT
002820         VARYING CH-SUB FROM 1 BY 1 UNTIL CH-SUB > 16.
002830     IF WS-EXCEPTION-COUNT = ZERO
002840         WRITE PRINT-LINE FROM NO-EXCEPTION-LINE
002850     END-IF.
