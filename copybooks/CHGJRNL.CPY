000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED CHGJRNL.DAT MASTER FILE CHANGE JOURNAL -
000060*                ONE ROW FOR EVERY FIELD A MAINTENANCE RUN ADDS
000070*                OR CHANGES ON A MASTER FILE, HOLDING THE FIELD'S
000080*                BEFORE AND AFTER IMAGES (AN ADD HAS A BLANK
000090*                BEFORE IMAGE), THE OPERATOR ID KEYED ON THE
000100*                TRANSACTION AND THE BUSINESS DATE. EVERY RUN
000110*                THAT CHANGES A MASTER (CUSTMAINT, EMPMAINT,
000120*                PRODMAINT AND STANDMAINT) APPENDS TO THE FILE;
000125*                CHGJRNLRPT PRINTS THE WEEK'S ROWS FOR THE OWNER.
000130*                PAY RATES, CREDIT LIMITS AND BANK DETAILS ARE
000140*                PRIORITY "1" SO THEY SORT AHEAD OF EVERYTHING
000150*                ELSE. MASTER FILE NAMES
000160*                IN USE:
000170*                  CUSTOMER  CUSTMAINT
000180*                  EMPLOYEE  EMPMAINT
000190*                  EMPBANK   EMPMAINT
000191*                  OILMAST   PRODMAINT
000192*                  OILPRICE  PRODMAINT
000193*                  PROMO     PRODMAINT
000194*                  STANDORD  STANDMAINT
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  2026-10-15 DO    ORIGINAL LAYOUT.
000231*  2026-10-15 DO    OILMAST, OILPRICE AND PROMO NAMES ADDED FOR
000232*                   PRODMAINT.
000233*  2026-10-15 DO    STANDORD NAME ADDED FOR STANDMAINT.
000240******************************************************************
000250 01  CHANGE-JOURNAL-REC.
000260     88 END-OF-CHANGE-JOURNAL       VALUE HIGH-VALUES.
000270     02  CJ-PRIORITY                 PIC X.
000280         88 CJ-SENSITIVE            VALUE "1".
000290         88 CJ-ROUTINE              VALUE "2".
000300     02  CJ-MASTER-FILE              PIC X(8).
000310     02  CJ-OPERATOR-ID              PIC X(8).
000320     02  CJ-BUSINESS-DATE            PIC 9(8).
000330     02  CJ-CHANGE-TIME              PIC 9(8).
000340     02  CJ-PROGRAM-ID               PIC X(10).
000350     02  CJ-ACTION                   PIC X.
000360     02  CJ-RECORD-KEY               PIC X(10).
000370     02  CJ-FIELD-NAME               PIC X(16).
000380     02  CJ-BEFORE-IMAGE             PIC X(40).
000390     02  CJ-AFTER-IMAGE              PIC X(40).
