000244*                  RETAIN-AUDIT-MONTHS MONTHEND
000246*                  RETAIN-LODGE-MONTHS MONTHEND
000248*                  RETAIN-GL-MONTHS    MONTHEND
000249*                  AP-PAY-AHEAD-DAYS   APPAY
000001*                  PAY-OT-MULTIPLIER   PAYROLLDED
000002*                  PAY-SUN-MULTIPLIER  PAYROLLDED
000003*                  PAY-HOL-MULTIPLIER  PAYROLLDED
000004*                  PAY-MAX-WEEK-HOURS  PAYROLLDED
000005*                  EXPIRY-WARN-DAYS    LOTEXPIRY
000006*                  GL-YEAR-END-MONTH   GLCLOSE / MGMTACCT
000007*                  BUDGET-VARIANCE-PCT MGMTACCT
000008*                  CHGJRNL-REPORT-DAYS CHGJRNLRPT
000009*                  GENERATIONS-KEPT    NIGHTLYBATCH (SCRIPT)
000250*-----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*  DATE       INIT  DESCRIPTION
