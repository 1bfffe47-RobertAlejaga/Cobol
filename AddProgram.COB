000004*                   COMPILED VALUES AS DEFAULTS, AND A
000005*                   PARAMETER-AUDIT SECTION PRINTS THE VALUES
000006*                   IN FORCE.
000007*  2026-10-15 DO    TILLTXN.DAT LAYOUT MOVED TO THE SHARED
000008*                   TILLTXN.CPY NOW THAT TILLSALES READS IT TOO.
000009*                   SALE AND REFUND ROWS ALSO CARRY THE ITEM RUNG
000010*                   UP; THE RECONCILIATION ITSELF IS UNCHANGED.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. TILLRECON.
000446     02  SV-BRANCH               PIC 99.

000447 FD  TILL-TRANSACTION-FILE.
000448     COPY TILLTXN.

000461 FD  TILL-RECON-REPORT.
000462 01  PRINT-LINE                  PIC X(110).
