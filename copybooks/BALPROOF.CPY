000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED BALANCING-PROOF RECORD. BALPROOF WRITES
000060*                ONE OF THESE TO BALPROOF.DAT FOR EVERY CROSS-FILE
000070*                CHECK IT MAKES AT THE END OF THE NIGHT - THE TWO
000080*                FIGURES COMPARED AND WHETHER THEY AGREED - AND
000090*                MORNEXCEPT READS THE FILE BACK SO ANY CHECK THAT
000100*                DID NOT AGREE IS RAISED AS A SEVERE ITEM. THE
000110*                FILE IS REWRITTEN EVERY NIGHT. COUNTS ARE HELD
000120*                IN THE SAME FIELDS AS MONEY, WITH NO PENCE.
000130*-----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  2026-10-15 DO    ORIGINAL LAYOUT.
000170******************************************************************
000180 01  BALANCE-CHECK-REC.
000190     88 END-OF-BALANCE-CHECK     VALUE HIGH-VALUES.
000200     02  BC-RUN-DATE                 PIC 9(8).
000210     02  BC-CHECK-NO                 PIC 99.
000220     02  BC-RESULT                   PIC X.
000230         88 BC-AGREED               VALUE "A".
000240         88 BC-FAILED               VALUE "F".
000250     02  BC-LEFT-VALUE               PIC S9(9)V99.
000260     02  BC-RIGHT-VALUE              PIC S9(9)V99.
000270     02  BC-DESCRIPTION              PIC X(40).
