000160* MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-08-23 DO    ORIGINAL VERSION.
000185*  2026-10-15 DO    CONTACT AND BILLING ADDRESS CONVERT AS SPACES.
000186*  2026-10-15 DO    DELIVERY ROUND CONVERTS AS SPACES AND DROP
000187*                   SEQUENCE AS ZERO - CUSTMAINT ASSIGNS ROUNDS.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CUSTLOAD.
000756*    SETS THE REAL LIMITS AFTERWARDS.
000758     MOVE ZEROS            TO CM-CREDIT-LIMIT.
000760     MOVE ZEROS            TO CM-BALANCE.
000762     MOVE SPACES           TO CM-CONTACT-NAME
000764                              CM-BILLING-ADDRESS.
000765     MOVE SPACES           TO CM-ROUND-CODE.
000766     MOVE ZEROS            TO CM-DROP-SEQ.
000768     WRITE CUSTOMER-MASTER-REC
000770         INVALID KEY
000780             DISPLAY "CUSTLOAD: DUPLICATE ID DROPPED "
000790                 CS-CUSTOMER-ID
