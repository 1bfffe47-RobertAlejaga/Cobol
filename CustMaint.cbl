000295*                   LIMIT (BLANK LEAVES IT ALONE, ZERO MEANS NO
000296*                   LIMIT); THE BALANCE IS NEVER KEYED - IT IS
000297*                   MOVED ONLY BY ARINVOICE AND ARRECEIPT.
000298*  2026-10-15 DO    CONTACT NAME AND BILLING ADDRESS CARRIED ON
000299*                   THE TRANSACTION FOR THE STATEMENT RUN - SET
000300*                   ON AN ADD, AND ON A CHANGE A BLANK FIELD
000301*                   LEAVES THE MASTER ALONE.
000001*  2026-10-15 DO    DELIVERY ROUND CODE AND DROP SEQUENCE CARRIED
000002*                   ON THE TRANSACTION FOR THE DELIVPLAN MANIFEST
000003*                   - SAME BLANK-LEAVES-ALONE RULE ON A CHANGE; A
000004*                   NON-NUMERIC DROP SEQUENCE REJECTS.
000005*  2026-10-15 DO    EVERY FIELD AN ADD, CHANGE OR DEACTIVATE
000006*                   SETS IS APPENDED TO THE CHGJRNL.DAT CHANGE
000007*                   JOURNAL WITH ITS BEFORE AND AFTER IMAGES. THE
000008*                   TRANSACTION NOW CARRIES THE OPERATOR ID AND
000009*                   ONE WITHOUT IT REJECTS.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CUSTMAINT.
000480     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000490               ORGANIZATION IS LINE SEQUENTIAL.

000491     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
000492               ORGANIZATION IS LINE SEQUENTIAL
000493               FILE STATUS IS WS-CHGJRNL-STATUS.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CUSTOMER-MASTER-FILE.
000670     02  CX-STATUS               PIC X.
000680         88 CX-STATUS-VALID     VALUE "A" "I" SPACE.
000682     02  CX-CREDIT-LIMIT         PIC X(9).
000684     02  CX-CONTACT-NAME         PIC X(20).
000686     02  CX-BILL-ADDR-LINE       PIC X(25) OCCURS 3 TIMES.
000688     02  CX-BILL-POSTCODE        PIC X(8).
000001     02  CX-ROUND-CODE           PIC X(3).
000002     02  CX-DROP-SEQ             PIC X(3).
000003     02  CX-OPERATOR-ID          PIC X(8).

000690 FD  MAINT-REPORT.
000700 01  PRINT-LINE                  PIC X(100).
000730 FD  AUDIT-TRAIL-FILE.
000740     COPY AUDITREC.

000741 FD  CHANGE-JOURNAL-FILE.
000742     COPY CHGJRNL.

000750 WORKING-STORAGE SECTION.

000760 01  REPORT-HEADING-LINE         PIC X(42)
001060     02  FILLER          PIC X(22) VALUE "TRANSACTIONS REJECTED:".
001070     02  PRN-REJECTED-COUNT      PIC BZZZ9.

001071 01  TOTAL-JOURNAL-LINE.
001072     02  FILLER          PIC X(22) VALUE "CHANGES JOURNALLED   :".
001073     02  PRN-JOURNAL-COUNT       PIC BZZZ9.

001080 01  WS-MAINT-COUNTS.
001090     02  WS-APPLIED-COUNT        PIC 9(4)    VALUE ZERO.
001100     02  WS-REJECTED-COUNT       PIC 9(4)    VALUE ZERO.
001101     02  WS-JOURNAL-COUNT        PIC 9(4)    VALUE ZERO.

001102 01  WS-LIMIT-NUM                PIC 9(7)V99.
001104 01  WS-LIMIT-NUM-X REDEFINES WS-LIMIT-NUM PIC X(9).
001106
001107 01  WS-DROP-SEQ-NUM             PIC 9(3).
001108 01  WS-DROP-SEQ-X REDEFINES WS-DROP-SEQ-NUM PIC X(3).
001109
001110 01  WS-MASTER-SWITCHES.
001120     02  WS-MASTER-FOUND-SWITCH  PIC X       VALUE "N".
001130         88  MASTER-REC-FOUND    VALUE "Y".
001250     02  WS-AUDIT-START-TIME     PIC 9(8).
001260     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

001262 01  WS-ADDR-SUB                 PIC 9.

000001*    THE MASTER AS IT STOOD BEFORE THE TRANSACTION, FOR THE
000002*    CHANGE JOURNAL'S BEFORE IMAGES.
000003     COPY CUSTMAST REPLACING
000004         ==CUSTOMER-MASTER-REC== BY ==CUST-BEFORE-REC==
000005         ==END-OF-CUSTOMER-MASTER== BY ==END-OF-CUST-BEFORE==
000006         ==CM-CUSTOMER-ID== BY ==CB-CUSTOMER-ID==
000007         ==CM-CUSTOMER-NAME== BY ==CB-CUSTOMER-NAME==
000008         ==CM-STATUS== BY ==CB-STATUS==
000009         ==CM-ACTIVE== BY ==CB-ACTIVE==
000010         ==CM-CREDIT-LIMIT== BY ==CB-CREDIT-LIMIT==
000011         ==CM-BALANCE== BY ==CB-BALANCE==
000012         ==CM-CONTACT-NAME== BY ==CB-CONTACT-NAME==
000013         ==CM-BILLING-ADDRESS== BY ==CB-BILLING-ADDRESS==
000014         ==CM-BILL-ADDR-LINE== BY ==CB-BILL-ADDR-LINE==
000015         ==CM-BILL-POSTCODE== BY ==CB-BILL-POSTCODE==
000016         ==CM-ROUND-CODE== BY ==CB-ROUND-CODE==
000017         ==CM-DROP-SEQ== BY ==CB-DROP-SEQ==.

000018*    ONE FIELD'S IMAGES FOR 7100 TO JOURNAL. THE PRIORITY FALLS
000019*    BACK TO ROUTINE ("2") AFTER EVERY FIELD.
000020 01  WS-JOURNAL-FIELDS.
000021     02  WS-JR-FIELD-NAME        PIC X(16).
000022     02  WS-JR-BEFORE            PIC X(40).
000023     02  WS-JR-AFTER             PIC X(40).
000024     02  WS-JR-PRIORITY          PIC X       VALUE "2".
000025     02  WS-JR-AMOUNT-EDIT       PIC Z(8)9.99.
000026     02  WS-JR-LINE-NAME.
000027         03  FILLER              PIC X(15)
000028                 VALUE "BILL ADDR LINE ".
000029         03  WS-JR-LINE-NO       PIC 9.
000030 01  WS-CHGJRNL-STATUS           PIC XX.

001270 PROCEDURE DIVISION.
001280 0000-MAINLINE.
001290     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001470         MOVE 16 TO RETURN-CODE
001480         STOP RUN
001490     END-IF.
001491     OPEN EXTEND CHANGE-JOURNAL-FILE.
001492     IF WS-CHGJRNL-STATUS NOT = "00"
001493         OPEN OUTPUT CHANGE-JOURNAL-FILE
001494     END-IF.
001500     PERFORM 1200-WRITE-HEADINGS THRU 1200-WRITE-HEADINGS-EXIT.
001510     PERFORM 2100-READ-TXN THRU 2100-READ-TXN-EXIT.
001520 1000-INITIALIZE-EXIT.
001930         MOVE CM-CUSTOMER-NAME TO PRN-BEFORE-NAME
001940         MOVE CM-STATUS        TO PRN-BEFORE-STATUS
001950     END-IF.
001951     MOVE CUSTOMER-MASTER-REC TO CUST-BEFORE-REC.
001952     IF NOT MASTER-REC-FOUND
001953         INITIALIZE CUST-BEFORE-REC
001954     END-IF.
001955     IF CX-OPERATOR-ID = SPACES
001956         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
001957         MOVE "NO OPERATOR ID" TO PRN-DISPOSITION
001958         GO TO 2090-PRINT-DETAIL
001959     END-IF.

001960     IF CX-ADD
001970         PERFORM 2400-APPLY-ADD THRU 2400-APPLY-ADD-EXIT
002090         END-IF
002100     END-IF.

002105 2090-PRINT-DETAIL.
002110     WRITE PRINT-LINE FROM MAINT-DETAIL-LINE.
002120     PERFORM 2100-READ-TXN THRU 2100-READ-TXN-EXIT.
002130 2000-PROCESS-TXN-EXIT.
002536     IF PRN-DISPOSITION NOT = SPACES
002538         GO TO 2400-APPLY-ADD-EXIT
002539     END-IF.
000001     PERFORM 2850-EDIT-DROP-SEQ THRU 2850-EDIT-DROP-SEQ-EXIT.
000002     IF PRN-DISPOSITION NOT = SPACES
000003         GO TO 2400-APPLY-ADD-EXIT
000004     END-IF.
000005     MOVE CX-ROUND-CODE        TO CM-ROUND-CODE.
000006     MOVE WS-DROP-SEQ-NUM      TO CM-DROP-SEQ.
002540     MOVE CX-CUSTOMER-ID   TO CM-CUSTOMER-ID.
002550     MOVE CX-CUSTOMER-NAME TO CM-CUSTOMER-NAME.
002560     IF CX-STATUS = SPACE
002600     END-IF.
002602     MOVE WS-LIMIT-NUM TO CM-CREDIT-LIMIT.
002604     MOVE ZEROS        TO CM-BALANCE.
002605     MOVE CX-CONTACT-NAME      TO CM-CONTACT-NAME.
002606     MOVE CX-BILL-ADDR-LINE (1) TO CM-BILL-ADDR-LINE (1).
002607     MOVE CX-BILL-ADDR-LINE (2) TO CM-BILL-ADDR-LINE (2).
002608     MOVE CX-BILL-ADDR-LINE (3) TO CM-BILL-ADDR-LINE (3).
002609     MOVE CX-BILL-POSTCODE     TO CM-BILL-POSTCODE.
002610     WRITE CUSTOMER-MASTER-REC
002620         INVALID KEY
002630             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
002680         MOVE CM-STATUS        TO PRN-AFTER-STATUS
002690         MOVE "ADDED" TO PRN-DISPOSITION
002700         ADD 1 TO WS-APPLIED-COUNT
002705         PERFORM 7000-JOURNAL-CHANGES THRU
002706             7000-JOURNAL-CHANGES-EXIT
002710     END-IF.
002720 2400-APPLY-ADD-EXIT.
002730     EXIT.
002846     IF PRN-DISPOSITION NOT = SPACES
002848         GO TO 2500-APPLY-CHANGE-EXIT
002849     END-IF.
000001     PERFORM 2850-EDIT-DROP-SEQ THRU 2850-EDIT-DROP-SEQ-EXIT.
000002     IF PRN-DISPOSITION NOT = SPACES
000003         GO TO 2500-APPLY-CHANGE-EXIT
000004     END-IF.
000005     IF CX-ROUND-CODE NOT = SPACES
000006         MOVE CX-ROUND-CODE TO CM-ROUND-CODE
000007     END-IF.
000008     IF CX-DROP-SEQ NOT = SPACES
000009         MOVE WS-DROP-SEQ-NUM TO CM-DROP-SEQ
000010     END-IF.
002850     IF CX-CUSTOMER-NAME NOT = SPACES
002860         MOVE CX-CUSTOMER-NAME TO CM-CUSTOMER-NAME
002870     END-IF.
002880     IF CX-STATUS NOT = SPACE
002890         MOVE CX-STATUS TO CM-STATUS
002900     END-IF.
002901     IF CX-CREDIT-LIMIT NOT = SPACES
002902         MOVE WS-LIMIT-NUM TO CM-CREDIT-LIMIT
002903     END-IF.
002904     IF CX-CONTACT-NAME NOT = SPACES
002905         MOVE CX-CONTACT-NAME TO CM-CONTACT-NAME
002906     END-IF.
002907     PERFORM 2550-CHANGE-ADDR-LINE THRU 2550-CHANGE-ADDR-LINE-EXIT
002908         VARYING WS-ADDR-SUB FROM 1 BY 1 UNTIL WS-ADDR-SUB > 3.
002909     IF CX-BILL-POSTCODE NOT = SPACES
002910         MOVE CX-BILL-POSTCODE TO CM-BILL-POSTCODE
002911     END-IF.
002912     REWRITE CUSTOMER-MASTER-REC
002920         INVALID KEY
002930             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
002940             MOVE "REWRITE FAILED" TO PRN-DISPOSITION
002980         MOVE CM-STATUS        TO PRN-AFTER-STATUS
002990         MOVE "CHANGED" TO PRN-DISPOSITION
003000         ADD 1 TO WS-APPLIED-COUNT
003005         PERFORM 7000-JOURNAL-CHANGES THRU
003006             7000-JOURNAL-CHANGES-EXIT
003010     END-IF.
003020 2500-APPLY-CHANGE-EXIT.
003030     EXIT.

003031 2550-CHANGE-ADDR-LINE.
003032     IF CX-BILL-ADDR-LINE (WS-ADDR-SUB) NOT = SPACES
003033         MOVE CX-BILL-ADDR-LINE (WS-ADDR-SUB)
003034             TO CM-BILL-ADDR-LINE (WS-ADDR-SUB)
003035     END-IF.
003036 2550-CHANGE-ADDR-LINE-EXIT.
003037     EXIT.

003040 2600-APPLY-DEACTIVATE.
003050     IF NOT MASTER-REC-FOUND
003060         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
003180         MOVE CM-STATUS        TO PRN-AFTER-STATUS
003190         MOVE "DEACTIVATED" TO PRN-DISPOSITION
003200         ADD 1 TO WS-APPLIED-COUNT
003205         PERFORM 7000-JOURNAL-CHANGES THRU
003206             7000-JOURNAL-CHANGES-EXIT
003210     END-IF.
003220 2600-APPLY-DEACTIVATE-EXIT.
003230     EXIT.
003286 2800-EDIT-CREDIT-LIMIT-EXIT.
003287     EXIT.

000001*    SAME RULE FOR THE DROP SEQUENCE - BLANK IS "NO CHANGE" ON A
000002*    CHANGE AND "UNSEQUENCED" (ZERO, DROPPED LAST ON THE ROUND)
000003*    ON AN ADD.
000004 2850-EDIT-DROP-SEQ.
000005     IF CX-DROP-SEQ = SPACES
000006         MOVE ZEROS TO WS-DROP-SEQ-NUM
000007         GO TO 2850-EDIT-DROP-SEQ-EXIT
000008     END-IF.
000009     IF CX-DROP-SEQ IS NOT NUMERIC
000010         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
000011         MOVE "DROP SEQUENCE NOT NUMERIC" TO PRN-DISPOSITION
000012         GO TO 2850-EDIT-DROP-SEQ-EXIT
000013     END-IF.
000014     MOVE CX-DROP-SEQ TO WS-DROP-SEQ-X.
000015 2850-EDIT-DROP-SEQ-EXIT.
000016     EXIT.

000001*    EVERY FIELD THE TRANSACTION MOVED, AGAINST THE BEFORE IMAGE.
000002*    THE BALANCE IS NEVER KEYED HERE, SO IS NEVER JOURNALLED.
000003 7000-JOURNAL-CHANGES.
000004     MOVE "CUSTOMER NAME"    TO WS-JR-FIELD-NAME.
000005     MOVE CB-CUSTOMER-NAME   TO WS-JR-BEFORE.
000006     MOVE CM-CUSTOMER-NAME   TO WS-JR-AFTER.
000007     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000008     MOVE "STATUS"           TO WS-JR-FIELD-NAME.
000009     MOVE CB-STATUS          TO WS-JR-BEFORE.
000010     MOVE CM-STATUS          TO WS-JR-AFTER.
000011     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000012     MOVE "CREDIT LIMIT"     TO WS-JR-FIELD-NAME.
000013     MOVE CB-CREDIT-LIMIT    TO WS-JR-AMOUNT-EDIT.
000014     MOVE WS-JR-AMOUNT-EDIT  TO WS-JR-BEFORE.
000015     MOVE CM-CREDIT-LIMIT    TO WS-JR-AMOUNT-EDIT.
000016     MOVE WS-JR-AMOUNT-EDIT  TO WS-JR-AFTER.
000017     MOVE "1"                TO WS-JR-PRIORITY.
000018     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000019     MOVE "CONTACT NAME"     TO WS-JR-FIELD-NAME.
000020     MOVE CB-CONTACT-NAME    TO WS-JR-BEFORE.
000021     MOVE CM-CONTACT-NAME    TO WS-JR-AFTER.
000022     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000023     PERFORM 7050-JOURNAL-ADDR-LINE THRU
000024         7050-JOURNAL-ADDR-LINE-EXIT
000025         VARYING WS-ADDR-SUB FROM 1 BY 1 UNTIL WS-ADDR-SUB > 3.
000026     MOVE "BILL POSTCODE"    TO WS-JR-FIELD-NAME.
000027     MOVE CB-BILL-POSTCODE   TO WS-JR-BEFORE.
000028     MOVE CM-BILL-POSTCODE   TO WS-JR-AFTER.
000029     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000030     MOVE "ROUND CODE"       TO WS-JR-FIELD-NAME.
000031     MOVE CB-ROUND-CODE      TO WS-JR-BEFORE.
000032     MOVE CM-ROUND-CODE      TO WS-JR-AFTER.
000033     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000034     MOVE "DROP SEQUENCE"    TO WS-JR-FIELD-NAME.
000035     MOVE CB-DROP-SEQ        TO WS-JR-BEFORE.
000036     MOVE CM-DROP-SEQ        TO WS-JR-AFTER.
000037     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000038 7000-JOURNAL-CHANGES-EXIT.
000039     EXIT.

000040 7050-JOURNAL-ADDR-LINE.
000041     MOVE WS-ADDR-SUB        TO WS-JR-LINE-NO.
000042     MOVE WS-JR-LINE-NAME    TO WS-JR-FIELD-NAME.
000043     MOVE CB-BILL-ADDR-LINE (WS-ADDR-SUB) TO WS-JR-BEFORE.
000044     MOVE CM-BILL-ADDR-LINE (WS-ADDR-SUB) TO WS-JR-AFTER.
000045     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000046 7050-JOURNAL-ADDR-LINE-EXIT.
000047     EXIT.

000048*    AN UNCHANGED FIELD IS NOT JOURNALLED. ON AN ADD THERE WAS NO
000049*    RECORD BEFORE, SO THE BEFORE IMAGE GOES OUT BLANK.
000050 7100-WRITE-JOURNAL.
000051     IF WS-JR-BEFORE = WS-JR-AFTER
000052         MOVE "2" TO WS-JR-PRIORITY
000053         GO TO 7100-WRITE-JOURNAL-EXIT
000054     END-IF.
000055     IF CX-ADD
000056         MOVE SPACES TO WS-JR-BEFORE
000057     END-IF.
000058     MOVE WS-JR-PRIORITY           TO CJ-PRIORITY.
000059     MOVE "CUSTOMER"               TO CJ-MASTER-FILE.
000060     MOVE CX-OPERATOR-ID           TO CJ-OPERATOR-ID.
000061     MOVE WS-CURRENT-DATE-YYYYMMDD TO CJ-BUSINESS-DATE.
000062     ACCEPT CJ-CHANGE-TIME         FROM TIME.
000063     MOVE "CUSTMAINT"              TO CJ-PROGRAM-ID.
000064     MOVE CX-ACTION                TO CJ-ACTION.
000065     MOVE CM-CUSTOMER-ID           TO CJ-RECORD-KEY.
000066     MOVE WS-JR-FIELD-NAME         TO CJ-FIELD-NAME.
000067     MOVE WS-JR-BEFORE             TO CJ-BEFORE-IMAGE.
000068     MOVE WS-JR-AFTER              TO CJ-AFTER-IMAGE.
000069     WRITE CHANGE-JOURNAL-REC.
000070     ADD 1 TO WS-JOURNAL-COUNT.
000071     MOVE "2" TO WS-JR-PRIORITY.
000072 7100-WRITE-JOURNAL-EXIT.
000073     EXIT.

003288 8000-TERMINATE.
003290     MOVE SPACES TO PRINT-LINE.
003300     WRITE PRINT-LINE.
003320     WRITE PRINT-LINE FROM TOTAL-APPLIED-LINE.
003330     MOVE WS-REJECTED-COUNT TO PRN-REJECTED-COUNT.
003340     WRITE PRINT-LINE FROM TOTAL-REJECTED-LINE.
003342     MOVE WS-JOURNAL-COUNT  TO PRN-JOURNAL-COUNT.
003344     WRITE PRINT-LINE FROM TOTAL-JOURNAL-LINE.
003350     PERFORM 8900-WRITE-AUDIT-RECORD THRU
003360         8900-WRITE-AUDIT-RECORD-EXIT.
003370     CLOSE CUSTOMER-MASTER-FILE
003380           CUSTOMER-TXN-FILE
003390           MAINT-REPORT
003395           CHANGE-JOURNAL-FILE.
003400 8000-TERMINATE-EXIT.
003410     EXIT.

