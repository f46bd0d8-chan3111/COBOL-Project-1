000110* DEDREC.CPY
000120* EMPLOYEE DEDUCTION MASTER RECORD LAYOUT (DEDUCTION-FILE /
000130* deductions.txt). ONE RECORD PER EMPLOYEE PER DEDUCTION, SET UP
000136* BY THE PAYROLL OFFICE. Payroll.cbl TAKES PRE-TAX VOLUNTARY
000142* DEDUCTIONS (SEE DED-TAX-TREATMENT) OFF GROSS BEFORE FICA AND
000148* WITHHOLDING ARE FIGURED, AND APPLIES THE REST AFTER FICA
000154* AND FEDERAL WITHHOLDING WHEN NET PAY IS DERIVED: GARNISHMENTS
000160* (TYPE G) FIRST, IN DED-PRIORITY ORDER -- THE LEGAL ORDER OF
000170* APPLICATION LIVES ON THIS FILE, NOT IN THE PROGRAM -- THEN
000180* VOLUNTARY DEDUCTIONS (TYPE V, 401K/INSURANCE/ETC) IN FILE
000230* GOAL, ROLLED FORWARD BY PeriodClose.cbl AT EACH PERIOD CLOSE.
000240* DED-PRIORITY IS MEANINGFUL ON GARNISHMENTS ONLY AND MUST BE
000250* 1 (TAKEN FIRST) THROUGH 9 -- ZERO IS NOT A VALID PRIORITY AND
000252* IS REJECTED WHEN Payroll.cbl LOADS THE FILE.
000254*   DED-TAX-TREATMENT  N (OR BLANK) POST-TAX -- NO EFFECT ON
000256*                      TAXABLE WAGES
000258*                      F PRE-TAX FOR FEDERAL (AND STATE) INCOME
000260*                      TAX ONLY -- 401(K) ELECTIVE DEFERRALS,
000262*                      REPORTED IN W-2 BOX 12 CODE D
000264*                      S PRE-TAX FOR INCOME TAX AND FICA --
000266*                      SECTION 125 CAFETERIA PLAN PREMIUMS
000268*                      GARNISHMENTS ARE ALWAYS TAKEN POST-TAX.
000270*----------------------------------------------------------------
000280* 09-02-2026  CNR  ORIGINAL COPYBOOK.
000290* 09-02-2026  CNR  DOCUMENTED THE 1-9 GARNISHMENT PRIORITY RANGE;
000300*                  A ZERO-PRIORITY GARNISHMENT WOULD NEVER HAVE
000303*                  BEEN TAKEN BY THE PRIORITY PASS.
000306* 10-15-2026  CNR  ADDED DED-TAX-TREATMENT SO 401(K) DEFERRALS
000309*                  AND SECTION 125 PREMIUMS COME OFF TAXABLE
000312*                  WAGES. APPENDED -- OLDER LINES READ AS BLANK,
000315*                  WHICH IS POST-TAX, THE ONLY TREATMENT BEFORE.
000320*================================================================
000330 01  DEDRECORD.
000340     10  DED-EMPLOYEE-NUMBER      PIC 9(9).
000540     10  DED-TAKEN-AMOUNT         PIC 9(9)V99.
000550     10  FILLER                   PIC X(1) VALUE SPACE.
000560     10  DED-PRIORITY             PIC 9(1).
000570     10  FILLER                   PIC X(1) VALUE SPACE.
000580     10  DED-TAX-TREATMENT        PIC X(1).
000590         88  DED-POST-TAX         VALUE 'N' ' '.
000600         88  DED-PRETAX-FEDERAL   VALUE 'F'.
000610         88  DED-PRETAX-FED-FICA  VALUE 'S'.
