000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       WEEKLY MASTER FILE CHANGE REPORT FOR THE OWNER.
000070*                READS THE CHGJRNL.DAT CHANGE JOURNAL (SEE
000080*                CHGJRNL.CPY) THAT EVERY MAINTENANCE RUN APPENDS
000090*                TO, IN PRIORITY, MASTER FILE, OPERATOR AND TIME
000100*                ORDER, AND PRINTS THE CHANGES KEYED IN THE
000110*                CHGJRNL-REPORT-DAYS DAYS UP TO AND INCLUDING THE
000120*                BUSINESS DATE ON CHGJRNL.RPT - EACH FIELD WITH
000130*                ITS BEFORE AND AFTER IMAGES. CHANGES TO PAY
000140*                RATES, CREDIT LIMITS AND BANK DETAILS ARE LISTED
000150*                FIRST IN A SECTION OF THEIR OWN, THEN EVERYTHING
000160*                ELSE. EACH SECTION IS BROKEN BY MASTER FILE AND
000170*                OPERATOR WITH A COUNT PER OPERATOR. THE JOURNAL
000180*                IS ONLY READ, SO THE REPORT CAN BE RERUN AT ANY
000190*                TIME. RUN STANDALONE ONCE A WEEK, AFTER THE
000200*                CHAIN.
000210* TECTONICS:     cobc
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*  DATE       INIT  DESCRIPTION
000250*  2026-10-15 DO    ORIGINAL VERSION.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. CHGJRNLRPT.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
000330               ORGANIZATION IS LINE SEQUENTIAL
000340               FILE STATUS IS WS-CHGJRNL-STATUS.

000350     SELECT WORK-FILE ASSIGN TO "CHGWORK.TMP".

000360     SELECT CHANGE-SORTED-FILE ASSIGN TO "CHGSORT.TMP"
000370               ORGANIZATION IS LINE SEQUENTIAL.

000380     SELECT CHANGE-REPORT ASSIGN TO "CHGJRNL.RPT"
000390               ORGANIZATION IS LINE SEQUENTIAL.

000400     SELECT BATCH-PARM-FILE ASSIGN TO "BATCHPARM.DAT"
000410               ORGANIZATION IS LINE SEQUENTIAL
000420               FILE STATUS IS WS-BATCHPARM-STATUS.

000430     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000440               ORGANIZATION IS LINE SEQUENTIAL
000450               FILE STATUS IS WS-RUNCTL-STATUS.

000460     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000470               ORGANIZATION IS LINE SEQUENTIAL.

000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CHANGE-JOURNAL-FILE.
000510 01  CHANGE-JOURNAL-IN-REC       PIC X(150).

000520 SD  WORK-FILE.
000530 01  WORK-REC.
000540     02  WK-PRIORITY             PIC X.
000550     02  WK-MASTER-FILE          PIC X(8).
000560     02  WK-OPERATOR-ID          PIC X(8).
000570     02  WK-BUSINESS-DATE        PIC 9(8).
000580     02  WK-CHANGE-TIME          PIC 9(8).
000590     02  WK-PROGRAM-ID           PIC X(10).
000600     02  WK-ACTION               PIC X.
000610     02  WK-RECORD-KEY           PIC X(10).
000620     02  FILLER                  PIC X(96).

000630 FD  CHANGE-SORTED-FILE.
000640     COPY CHGJRNL.

000650 FD  CHANGE-REPORT.
000660 01  PRINT-LINE                  PIC X(150).

000670 FD  BATCH-PARM-FILE.
000680     COPY BATCHPARM.

000690 FD  RUN-CONTROL-FILE.
000700     COPY RUNCTL.

000710 FD  AUDIT-TRAIL-FILE.
000720     COPY AUDITREC.

000730 WORKING-STORAGE SECTION.

000740 01  WS-BATCHPARM-STATUS         PIC XX.
000750 01  WS-PARM-SWITCHES.
000760     02  WS-BATCHPARM-EOF        PIC X       VALUE "N".
000770         88  END-OF-PARM-DATA    VALUE "Y".

000780 01  WS-PARM-SOURCES.
000790     02  WS-PARM-SOURCE-1       PIC X(16)
000800             VALUE "DEFAULT".

000810 01  PARM-AUDIT-HEADING-LINE     PIC X(22)
000820             VALUE "PARAMETERS IN FORCE".

000830 01  PARM-AUDIT-LINE.
000840     02  PRN-PARM-NAME           PIC X(20).
000850     02  PRN-PARM-VALUE          PIC Z,ZZZ,ZZ9.999.
000860     02  FILLER                  PIC X(2) VALUE SPACES.
000870     02  PRN-PARM-SOURCE         PIC X(16).

000880*    THE REPORT COVERS THIS MANY DAYS, ENDING ON THE BUSINESS
000890*    DATE - A WEEK UNLESS THE OWNER ASKS FOR MORE.
000900 77  WS-REPORT-DAYS              PIC 99      VALUE 7.

000910 01  REPORT-HEADING-LINE         PIC X(40)
000920             VALUE "   AROMAMORA MASTER FILE CHANGE REPORT".

000930 01  REPORT-HEADING-UNDERLINE.
000940     02  FILLER                  PIC X(3)  VALUE SPACES.
000950     02  FILLER                  PIC X(35) VALUE ALL "-".

000960 01  RUN-DATE-LINE.
000970     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000980     02  PRN-RUN-MM              PIC 99.
000990     02  FILLER                  PIC X VALUE "/".
001000     02  PRN-RUN-DD              PIC 99.
001010     02  FILLER                  PIC X VALUE "/".
001020     02  PRN-RUN-YYYY            PIC 9(4).

001030 01  WINDOW-LINE.
001040     02  FILLER                  PIC X(14)
001050             VALUE "CHANGES KEYED ".
001060     02  PRN-FROM-MM             PIC 99.
001070     02  FILLER                  PIC X VALUE "/".
001080     02  PRN-FROM-DD             PIC 99.
001090     02  FILLER                  PIC X VALUE "/".
001100     02  PRN-FROM-YYYY           PIC 9(4).
001110     02  FILLER                  PIC X(4) VALUE " TO ".
001120     02  PRN-TO-MM               PIC 99.
001130     02  FILLER                  PIC X VALUE "/".
001140     02  PRN-TO-DD               PIC 99.
001150     02  FILLER                  PIC X VALUE "/".
001160     02  PRN-TO-YYYY             PIC 9(4).

001170 01  SENSITIVE-HEADING-LINE.
001180     02  FILLER                  PIC X(31)
001190             VALUE "SENSITIVE CHANGES - PAY RATES, ".
001200     02  FILLER                  PIC X(30)
001210             VALUE "CREDIT LIMITS AND BANK DETAILS".

001220 01  ROUTINE-HEADING-LINE        PIC X(40)
001230             VALUE "OTHER CHANGES".

001240 01  SECTION-UNDERLINE           PIC X(61) VALUE ALL "=".

001250 01  GROUP-HEADING-LINE.
001260     02  FILLER                  PIC X(13) VALUE "MASTER FILE: ".
001270     02  PRN-GR-MASTER-FILE      PIC X(8).
001280     02  FILLER                  PIC X(13)
001290             VALUE "   OPERATOR: ".
001300     02  PRN-GR-OPERATOR-ID      PIC X(8).

001310 01  CHANGE-TOPIC-LINE.
001320     02  FILLER                  PIC X(11) VALUE "DATE".
001330     02  FILLER                  PIC X(6)  VALUE "TIME".
001340     02  FILLER                  PIC X(11) VALUE "PROGRAM".
001350     02  FILLER                  PIC X(4)  VALUE "ACT".
001360     02  FILLER                  PIC X(11) VALUE "KEY".
001370     02  FILLER                  PIC X(17) VALUE "FIELD".
001380     02  FILLER                  PIC X(41) VALUE "BEFORE".
001390     02  FILLER                  PIC X(5)  VALUE "AFTER".

001400 01  CHANGE-DETAIL-LINE.
001410     02  PRN-CH-MM               PIC 99.
001420     02  FILLER                  PIC X     VALUE "/".
001430     02  PRN-CH-DD               PIC 99.
001440     02  FILLER                  PIC X     VALUE "/".
001450     02  PRN-CH-YYYY             PIC 9(4).
001460     02  FILLER                  PIC X     VALUE SPACE.
001470     02  PRN-CH-HH               PIC 99.
001480     02  FILLER                  PIC X     VALUE ":".
001490     02  PRN-CH-MIN              PIC 99.
001500     02  FILLER                  PIC X     VALUE SPACE.
001510     02  PRN-CH-PROGRAM-ID       PIC X(10).
001520     02  FILLER                  PIC X     VALUE SPACE.
001530     02  PRN-CH-ACTION           PIC X.
001540     02  FILLER                  PIC X(3)  VALUE SPACES.
001550     02  PRN-CH-RECORD-KEY       PIC X(10).
001560     02  FILLER                  PIC X     VALUE SPACE.
001570     02  PRN-CH-FIELD-NAME       PIC X(16).
001580     02  FILLER                  PIC X     VALUE SPACE.
001590     02  PRN-CH-BEFORE           PIC X(40).
001600     02  FILLER                  PIC X     VALUE SPACE.
001610     02  PRN-CH-AFTER            PIC X(40).

001620 01  GROUP-TOTAL-LINE.
001630     02  FILLER                  PIC X(19)
001640             VALUE "  CHANGES KEYED BY ".
001650     02  PRN-GT-OPERATOR-ID      PIC X(8).
001660     02  FILLER                  PIC X(4)  VALUE " TO ".
001670     02  PRN-GT-MASTER-FILE      PIC X(8).
001680     02  FILLER                  PIC X     VALUE ":".
001690     02  PRN-GT-COUNT            PIC BZZZ9.

001700 01  NONE-LINE                   PIC X(20)
001710             VALUE "  NONE.".

001720 01  COUNT-LINE.
001730     02  PRN-COUNT-LABEL         PIC X(22).
001740     02  PRN-COUNT               PIC BZZZZ9.

001750*    THE MASTER FILE AND OPERATOR NOW BEING LISTED, AND WHICH
001760*    SECTION THE REPORT HAS REACHED.
001770 01  WS-BREAK-FIELDS.
001780     02  WS-PREV-MASTER-FILE     PIC X(8).
001790     02  WS-PREV-OPERATOR-ID     PIC X(8).
001800     02  WS-GROUP-COUNT          PIC 9(5).
001810     02  WS-SECTION-SWITCH       PIC X       VALUE "0".
001820         88  BEFORE-ANY-SECTION  VALUE "0".
001830         88  SENSITIVE-SECTION   VALUE "1".
001840         88  ROUTINE-SECTION     VALUE "2".
001850     02  WS-GROUP-SWITCH         PIC X       VALUE "N".
001860         88  GROUP-OPEN          VALUE "Y".

001870 01  WS-TOTALS.
001880     02  WS-SENSITIVE-COUNT      PIC 9(5)    VALUE ZERO.
001890     02  WS-ROUTINE-COUNT        PIC 9(5)    VALUE ZERO.
001900     02  WS-OUTSIDE-COUNT        PIC 9(5)    VALUE ZERO.

001910 01  WS-SWITCHES.
001920     02  WS-CHANGE-EOF           PIC X       VALUE "N".
001930         88  END-OF-CHANGE-DATA  VALUE "Y".

001940 01  WS-FILE-STATUSES.
001950     02  WS-CHGJRNL-STATUS       PIC XX.
001960     02  WS-RUNCTL-STATUS        PIC XX.

001970 01  WS-CURRENT-DATE.
001980     02  WS-CURRENT-DATE-YYYYMMDD.
001990         03  WS-CURRENT-YYYY     PIC 9(4).
002000         03  WS-CURRENT-MM       PIC 99.
002010         03  WS-CURRENT-DD       PIC 99.

002020 01  WS-WINDOW-START             PIC 9(8).

002030*    CALENDAR WORK AREA FOR THE START OF THE WINDOW - FEBRUARY
002040*    IS TAKEN FROM THE LEAP-YEAR TEST, NOT THE TABLE.
002050 01  WS-DATE-WORK                PIC 9(8).
002060 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002070     02  WS-DW-YYYY              PIC 9(4).
002080     02  WS-DW-MM                PIC 99.
002090     02  WS-DW-DD                PIC 99.

002100 01  WS-MONTH-DAYS-VALUES        PIC X(24)
002110             VALUE "312831303130313130313031".
002120 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002130     02  WS-MONTH-DAYS           PIC 99 OCCURS 12 TIMES.

002140 01  WS-CALENDAR-FIELDS.
002150     02  WS-DAYS-TO-SUBTRACT     PIC 99.
002160     02  WS-DAYS-THIS-MONTH      PIC 99.
002170     02  WS-LEAP-QUOTIENT        PIC 9(4).
002180     02  WS-LEAP-REMAINDER       PIC 999.

002190*    THE TIME A CHANGE WAS KEYED, AS ACCEPTED FROM TIME.
002200 01  WS-TIME-WORK                PIC 9(8).
002210 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
002220     02  WS-TW-HH                PIC 99.
002230     02  WS-TW-MIN               PIC 99.
002240     02  FILLER                  PIC 9(4).

002250 01  WS-AUDIT-FIELDS.
002260     02  WS-AUDIT-START-TIME     PIC 9(8).
002270     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.
002280     02  WS-RECORDS-REJECTED     PIC 9(7)    VALUE ZERO.

002290 PROCEDURE DIVISION.
002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002320     PERFORM 2000-PROCESS-CHANGE THRU 2000-PROCESS-CHANGE-EXIT
002330         UNTIL END-OF-CHANGE-DATA.
002340     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
002350     STOP RUN.

002360 1000-INITIALIZE.
002370     PERFORM 1005-READ-RUN-CONTROL THRU
002380         1005-READ-RUN-CONTROL-EXIT.
002390     PERFORM 1030-LOAD-PARAMETERS THRU
002400         1030-LOAD-PARAMETERS-EXIT.
002410     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
002420     PERFORM 1050-SET-WINDOW THRU 1050-SET-WINDOW-EXIT.
002430     OPEN OUTPUT CHANGE-REPORT.
002440     MOVE WS-CURRENT-MM              TO PRN-RUN-MM
002450                                        PRN-TO-MM.
002460     MOVE WS-CURRENT-DD              TO PRN-RUN-DD
002470                                        PRN-TO-DD.
002480     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY
002490                                        PRN-TO-YYYY.
002500     MOVE WS-DW-MM                   TO PRN-FROM-MM.
002510     MOVE WS-DW-DD                   TO PRN-FROM-DD.
002520     MOVE WS-DW-YYYY                 TO PRN-FROM-YYYY.
002530     MOVE SPACES TO PRINT-LINE.
002540     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
002550     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
002560     WRITE PRINT-LINE FROM RUN-DATE-LINE.
002570     WRITE PRINT-LINE FROM WINDOW-LINE.
002580     MOVE SPACES TO PRINT-LINE.
002590     WRITE PRINT-LINE.
002600     PERFORM 1130-PRINT-PARM-AUDIT THRU
002610         1130-PRINT-PARM-AUDIT-EXIT.
002620     PERFORM 2050-START-SENSITIVE THRU 2050-START-SENSITIVE-EXIT.
002630*    NO JOURNAL YET MEANS NOTHING HAS BEEN CHANGED SINCE IT WAS
002640*    INTRODUCED - THE REPORT SAYS SO RATHER THAN ABENDING.
002650     OPEN INPUT CHANGE-JOURNAL-FILE.
002660     IF WS-CHGJRNL-STATUS NOT = "00"
002670         SET END-OF-CHANGE-DATA TO TRUE
002680         GO TO 1000-INITIALIZE-EXIT
002690     END-IF.
002700     CLOSE CHANGE-JOURNAL-FILE.
002710     SORT WORK-FILE
002720         ON ASCENDING KEY WK-PRIORITY
002730                          WK-MASTER-FILE
002740                          WK-OPERATOR-ID
002750                          WK-BUSINESS-DATE
002760                          WK-CHANGE-TIME
002770                          WK-RECORD-KEY
002780         USING CHANGE-JOURNAL-FILE
002790         GIVING CHANGE-SORTED-FILE.
002800     OPEN INPUT CHANGE-SORTED-FILE.
002810     PERFORM 2900-READ-CHANGE THRU 2900-READ-CHANGE-EXIT.
002820 1000-INITIALIZE-EXIT.
002830     EXIT.

002840 1005-READ-RUN-CONTROL.
002850     OPEN INPUT RUN-CONTROL-FILE.
002860     IF WS-RUNCTL-STATUS NOT = "00"
002870         DISPLAY "CHGJRNLRPT: RUN CONTROL RECORD MISSING"
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     READ RUN-CONTROL-FILE
002920         AT END
002930             DISPLAY "CHGJRNLRPT: RUN CONTROL RECORD MISSING"
002940             MOVE 16 TO RETURN-CODE
002950             STOP RUN
002960     END-READ.
002970     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
002980     CLOSE RUN-CONTROL-FILE.
002990 1005-READ-RUN-CONTROL-EXIT.
003000     EXIT.

003010*    THE OPERATOR'S TUNABLES - OUT-OF-BOUNDS VALUES FALL BACK
003020*    TO THE COMPILED DEFAULT AND SAY SO ON THE AUDIT SECTION.
003030 1030-LOAD-PARAMETERS.
003040     OPEN INPUT BATCH-PARM-FILE.
003050     IF WS-BATCHPARM-STATUS NOT = "00"
003060         SET END-OF-PARM-DATA TO TRUE
003070         GO TO 1030-LOAD-PARAMETERS-EXIT
003080     END-IF.
003090     PERFORM 1032-READ-PARM THRU 1032-READ-PARM-EXIT
003100         UNTIL END-OF-PARM-DATA.
003110     CLOSE BATCH-PARM-FILE.
003120 1030-LOAD-PARAMETERS-EXIT.
003130     EXIT.

003140 1032-READ-PARM.
003150     READ BATCH-PARM-FILE
003160         AT END
003170             SET END-OF-BATCH-PARM TO TRUE
003180             SET END-OF-PARM-DATA TO TRUE
003190     END-READ.
003200     IF END-OF-PARM-DATA
003210         GO TO 1032-READ-PARM-EXIT
003220     END-IF.
003230     PERFORM 1034-APPLY-PARM THRU 1034-APPLY-PARM-EXIT.
003240 1032-READ-PARM-EXIT.
003250     EXIT.

003260 1034-APPLY-PARM.
003270     IF BP-PARM-NAME = "CHGJRNL-REPORT-DAYS"
003280         IF BP-PARM-VALUE >= 1
003290             AND BP-PARM-VALUE <= 90
003300             MOVE BP-PARM-VALUE TO WS-REPORT-DAYS
003310             MOVE "BATCHPARM.DAT" TO WS-PARM-SOURCE-1
003320         ELSE
003330             MOVE "OUT OF BOUNDS" TO WS-PARM-SOURCE-1
003340         END-IF
003350     END-IF.
003360 1034-APPLY-PARM-EXIT.
003370     EXIT.

003380*    THE WINDOW STARTS REPORT-DAYS - 1 DAYS BEFORE THE BUSINESS
003390*    DATE, SO A WEEK'S RUN ON A FRIDAY COVERS SATURDAY TO FRIDAY.
003400 1050-SET-WINDOW.
003410     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-DATE-WORK.
003420     SUBTRACT 1 FROM WS-REPORT-DAYS GIVING WS-DAYS-TO-SUBTRACT.
003430     PERFORM 7150-SUBTRACT-ONE-DAY THRU
003440         7150-SUBTRACT-ONE-DAY-EXIT
003450         WS-DAYS-TO-SUBTRACT TIMES.
003460     MOVE WS-DATE-WORK TO WS-WINDOW-START.
003470 1050-SET-WINDOW-EXIT.
003480     EXIT.

003490 1130-PRINT-PARM-AUDIT.
003500     MOVE SPACES TO PRINT-LINE.
003510     WRITE PRINT-LINE FROM PARM-AUDIT-HEADING-LINE.
003520     MOVE "CHGJRNL-REPORT-DAYS" TO PRN-PARM-NAME.
003530     MOVE WS-REPORT-DAYS TO PRN-PARM-VALUE.
003540     MOVE WS-PARM-SOURCE-1 TO PRN-PARM-SOURCE.
003550     WRITE PRINT-LINE FROM PARM-AUDIT-LINE.
003560     MOVE SPACES TO PRINT-LINE.
003570     WRITE PRINT-LINE.
003580 1130-PRINT-PARM-AUDIT-EXIT.
003590     EXIT.

003600*    ROWS OUTSIDE THE WINDOW ARE COUNTED, NOT PRINTED. THE FIRST
003610*    ROUTINE ROW CLOSES THE SENSITIVE SECTION; A NEW MASTER FILE
003620*    OR OPERATOR STARTS A NEW GROUP.
003630 2000-PROCESS-CHANGE.
003640     IF CJ-BUSINESS-DATE < WS-WINDOW-START
003650         OR CJ-BUSINESS-DATE > WS-CURRENT-DATE-YYYYMMDD
003660         ADD 1 TO WS-OUTSIDE-COUNT
003670         GO TO 2090-READ-NEXT
003680     END-IF.
003690     IF NOT CJ-SENSITIVE
003700         AND SENSITIVE-SECTION
003710         PERFORM 2150-START-ROUTINE THRU 2150-START-ROUTINE-EXIT
003720     END-IF.
003730     IF GROUP-OPEN
003740         AND (CJ-MASTER-FILE NOT = WS-PREV-MASTER-FILE
003750         OR CJ-OPERATOR-ID NOT = WS-PREV-OPERATOR-ID)
003760         PERFORM 2300-END-GROUP THRU 2300-END-GROUP-EXIT
003770     END-IF.
003780     IF NOT GROUP-OPEN
003790         PERFORM 2200-START-GROUP THRU 2200-START-GROUP-EXIT
003800     END-IF.
003810     MOVE CJ-BUSINESS-DATE TO WS-DATE-WORK.
003820     MOVE WS-DW-MM         TO PRN-CH-MM.
003830     MOVE WS-DW-DD         TO PRN-CH-DD.
003840     MOVE WS-DW-YYYY       TO PRN-CH-YYYY.
003850     MOVE CJ-CHANGE-TIME   TO WS-TIME-WORK.
003860     MOVE WS-TW-HH         TO PRN-CH-HH.
003870     MOVE WS-TW-MIN        TO PRN-CH-MIN.
003880     MOVE CJ-PROGRAM-ID    TO PRN-CH-PROGRAM-ID.
003890     MOVE CJ-ACTION        TO PRN-CH-ACTION.
003900     MOVE CJ-RECORD-KEY    TO PRN-CH-RECORD-KEY.
003910     MOVE CJ-FIELD-NAME    TO PRN-CH-FIELD-NAME.
003920     MOVE CJ-BEFORE-IMAGE  TO PRN-CH-BEFORE.
003930     MOVE CJ-AFTER-IMAGE   TO PRN-CH-AFTER.
003940     WRITE PRINT-LINE FROM CHANGE-DETAIL-LINE.
003950     ADD 1 TO WS-GROUP-COUNT.
003960     IF SENSITIVE-SECTION
003970         ADD 1 TO WS-SENSITIVE-COUNT
003980     ELSE
003990         ADD 1 TO WS-ROUTINE-COUNT
004000     END-IF.
004010 2090-READ-NEXT.
004020     PERFORM 2900-READ-CHANGE THRU 2900-READ-CHANGE-EXIT.
004030 2000-PROCESS-CHANGE-EXIT.
004040     EXIT.

004050 2050-START-SENSITIVE.
004060     WRITE PRINT-LINE FROM SENSITIVE-HEADING-LINE.
004070     WRITE PRINT-LINE FROM SECTION-UNDERLINE.
004080     SET SENSITIVE-SECTION TO TRUE.
004090 2050-START-SENSITIVE-EXIT.
004100     EXIT.

004110*    THE SENSITIVE SECTION ENDS ON A PAGE OF ITS OWN.
004120 2150-START-ROUTINE.
004130     IF GROUP-OPEN
004140         PERFORM 2300-END-GROUP THRU 2300-END-GROUP-EXIT
004150     END-IF.
004160     IF WS-SENSITIVE-COUNT = ZERO
004170         WRITE PRINT-LINE FROM NONE-LINE
004180     END-IF.
004190     MOVE SPACES TO PRINT-LINE.
004200     WRITE PRINT-LINE AFTER ADVANCING PAGE.
004210     WRITE PRINT-LINE FROM ROUTINE-HEADING-LINE.
004220     WRITE PRINT-LINE FROM SECTION-UNDERLINE.
004230     SET ROUTINE-SECTION TO TRUE.
004240 2150-START-ROUTINE-EXIT.
004250     EXIT.

004260 2200-START-GROUP.
004270     MOVE CJ-MASTER-FILE TO WS-PREV-MASTER-FILE
004280                            PRN-GR-MASTER-FILE.
004290     MOVE CJ-OPERATOR-ID TO WS-PREV-OPERATOR-ID
004300                            PRN-GR-OPERATOR-ID.
004310     MOVE ZERO TO WS-GROUP-COUNT.
004320     MOVE SPACES TO PRINT-LINE.
004330     WRITE PRINT-LINE.
004340     WRITE PRINT-LINE FROM GROUP-HEADING-LINE.
004350     WRITE PRINT-LINE FROM CHANGE-TOPIC-LINE.
004360     SET GROUP-OPEN TO TRUE.
004370 2200-START-GROUP-EXIT.
004380     EXIT.

004390 2300-END-GROUP.
004400     MOVE WS-PREV-OPERATOR-ID TO PRN-GT-OPERATOR-ID.
004410     MOVE WS-PREV-MASTER-FILE TO PRN-GT-MASTER-FILE.
004420     MOVE WS-GROUP-COUNT      TO PRN-GT-COUNT.
004430     WRITE PRINT-LINE FROM GROUP-TOTAL-LINE.
004440     MOVE "N" TO WS-GROUP-SWITCH.
004450 2300-END-GROUP-EXIT.
004460     EXIT.

004470 2900-READ-CHANGE.
004480     READ CHANGE-SORTED-FILE
004490         AT END
004500             SET END-OF-CHANGE-JOURNAL TO TRUE
004510             SET END-OF-CHANGE-DATA TO TRUE
004520     END-READ.
004530     IF NOT END-OF-CHANGE-DATA
004540         ADD 1 TO WS-RECORDS-READ
004550     END-IF.
004560 2900-READ-CHANGE-EXIT.
004570     EXIT.

004580 7150-SUBTRACT-ONE-DAY.
004590     SUBTRACT 1 FROM WS-DW-DD.
004600     IF WS-DW-DD > ZERO
004610         GO TO 7150-SUBTRACT-ONE-DAY-EXIT
004620     END-IF.
004630     SUBTRACT 1 FROM WS-DW-MM.
004640     IF WS-DW-MM = ZERO
004650         MOVE 12 TO WS-DW-MM
004660         SUBTRACT 1 FROM WS-DW-YYYY
004670     END-IF.
004680     MOVE WS-MONTH-DAYS (WS-DW-MM) TO WS-DAYS-THIS-MONTH.
004690     IF WS-DW-MM = 2
004700         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
004710             REMAINDER WS-LEAP-REMAINDER
004720         IF WS-LEAP-REMAINDER = ZERO
004730             MOVE 29 TO WS-DAYS-THIS-MONTH
004740             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
004750                 REMAINDER WS-LEAP-REMAINDER
004760             IF WS-LEAP-REMAINDER = ZERO
004770                 MOVE 28 TO WS-DAYS-THIS-MONTH
004780                 DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
004790                     REMAINDER WS-LEAP-REMAINDER
004800                 IF WS-LEAP-REMAINDER = ZERO
004810                     MOVE 29 TO WS-DAYS-THIS-MONTH
004820                 END-IF
004830             END-IF
004840         END-IF
004850     END-IF.
004860     MOVE WS-DAYS-THIS-MONTH TO WS-DW-DD.
004870 7150-SUBTRACT-ONE-DAY-EXIT.
004880     EXIT.

004890 8000-TERMINATE.
004900     IF SENSITIVE-SECTION
004910         PERFORM 2150-START-ROUTINE THRU 2150-START-ROUTINE-EXIT
004920     END-IF.
004930     IF GROUP-OPEN
004940         PERFORM 2300-END-GROUP THRU 2300-END-GROUP-EXIT
004950     END-IF.
004960     IF WS-ROUTINE-COUNT = ZERO
004970         WRITE PRINT-LINE FROM NONE-LINE
004980     END-IF.
004990     MOVE SPACES TO PRINT-LINE.
005000     WRITE PRINT-LINE.
005010     MOVE "SENSITIVE CHANGES    :" TO PRN-COUNT-LABEL.
005020     MOVE WS-SENSITIVE-COUNT TO PRN-COUNT.
005030     WRITE PRINT-LINE FROM COUNT-LINE.
005040     MOVE "OTHER CHANGES        :" TO PRN-COUNT-LABEL.
005050     MOVE WS-ROUTINE-COUNT TO PRN-COUNT.
005060     WRITE PRINT-LINE FROM COUNT-LINE.
005070     MOVE "OUTSIDE THE WINDOW   :" TO PRN-COUNT-LABEL.
005080     MOVE WS-OUTSIDE-COUNT TO PRN-COUNT.
005090     WRITE PRINT-LINE FROM COUNT-LINE.
005100     IF WS-CHGJRNL-STATUS = "00"
005110         CLOSE CHANGE-SORTED-FILE
005120     END-IF.
005130     CLOSE CHANGE-REPORT.
005140     PERFORM 8900-WRITE-AUDIT-RECORD THRU
005150         8900-WRITE-AUDIT-RECORD-EXIT.
005160 8000-TERMINATE-EXIT.
005170     EXIT.

005180 8900-WRITE-AUDIT-RECORD.
005190     MOVE "CHGJRNLRPT"          TO AR-PROGRAM-ID.
005200     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
005210     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
005220     ACCEPT AR-END-TIME         FROM TIME.
005230     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
005240     MOVE WS-RECORDS-REJECTED   TO AR-RECORDS-REJECTED.
005250     OPEN EXTEND AUDIT-TRAIL-FILE.
005260     WRITE AUDIT-REC.
005270     CLOSE AUDIT-TRAIL-FILE.
005280 8900-WRITE-AUDIT-RECORD-EXIT.
005290     EXIT.

005300 END PROGRAM CHGJRNLRPT.
