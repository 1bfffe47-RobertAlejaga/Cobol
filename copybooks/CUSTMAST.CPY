000120*                ENFORCED FOR THE CUSTOMER. CM-BALANCE IS THE
000130*                OPEN ACCOUNTS-RECEIVABLE BALANCE - ADVANCED BY
000140*                ARINVOICE WHEN AN INVOICE POSTS AND REDUCED BY
000150*                ARRECEIPT WHEN A PAYMENT APPLIES. THE CONTACT
000152*                NAME AND BILLING ADDRESS ARE PRINTED ON THE
000154*                MONTHLY STATEMENTS AND REMINDER LETTERS (ARSTMT).
000155*                CM-ROUND-CODE IS THE DELIVERY ROUND (ZONE) THE
000156*                CUSTOMER IS DROPPED ON AND CM-DROP-SEQ ITS PLACE
000157*                ALONG THAT ROUND - BOTH DRIVE THE NEXT-DAY
000158*                MANIFEST BUILT BY DELIVPLAN. A BLANK ROUND MEANS
000159*                THE CUSTOMER IS NOT ON A VAN ROUND.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  2026-09-03 DO    PULLED OUT OF THE PER-PROGRAM FD LAYOUTS;
000200*                   CREDIT LIMIT AND OPEN BALANCE ADDED FOR THE
000210*                   DEALEDIT CREDIT CHECK.
000212*  2026-10-15 DO    CONTACT NAME AND THREE-LINE BILLING ADDRESS
000214*                   WITH POSTCODE ADDED FOR CUSTOMER STATEMENTS
000216*                   AND DUNNING LETTERS.
000217*  2026-10-15 DO    DELIVERY ROUND CODE AND DROP SEQUENCE ADDED
000218*                   FOR THE DELIVPLAN NEXT-DAY MANIFEST.
000220******************************************************************
000230 01  CUSTOMER-MASTER-REC.
000240     88 END-OF-CUSTOMER-MASTER  VALUE HIGH-VALUES.
000280         88 CM-ACTIVE               VALUE "A".
000290     02  CM-CREDIT-LIMIT             PIC 9(7)V99.
000300     02  CM-BALANCE                  PIC S9(7)V99.
000310     02  CM-CONTACT-NAME             PIC X(20).
000320     02  CM-BILLING-ADDRESS.
000330         03  CM-BILL-ADDR-LINE       PIC X(25) OCCURS 3 TIMES.
000340         03  CM-BILL-POSTCODE        PIC X(8).
000350     02  CM-ROUND-CODE               PIC X(3).
000360     02  CM-DROP-SEQ                 PIC 9(3).
