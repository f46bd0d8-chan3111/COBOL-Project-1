000150* ON THIS FILE OR THE ENTRY IS REJECTED TO THE EXCEPTION REPORT.
000160*----------------------------------------------------------------
000170* 08-22-2026  CNR  ORIGINAL COPYBOOK.
000171* 10-15-2026  CNR  ADDED DEPT-GL-EXPENSE-ACCT -- THE LEDGER
000172*                  ACCOUNT GLExtract.cbl DEBITS FOR THE
000173*                  DEPARTMENT'S WAGE EXPENSE. BLANK POSTS TO THE
000174*                  COMPANY SALARY AND WAGE EXPENSE ACCOUNT.
000180*================================================================
000190 01  DEPTRECORD.
000200     10  DEPT-CODE                PIC X(4).
000210     10  FILLER                   PIC X(1) VALUE SPACE.
000220     10  DEPT-NAME                PIC X(24).
000230     10  FILLER                   PIC X(1) VALUE SPACE.
000240     10  DEPT-GL-EXPENSE-ACCT     PIC X(5).
