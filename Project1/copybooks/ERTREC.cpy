000100*================================================================
000110* ERTREC.CPY
000120* EFFECTIVE-DATED EMPLOYER PAYROLL TAX RATE TABLE RECORD LAYOUT
000130* (ER-RATE-FILE / employertax.txt). ONE RECORD PER EFFECTIVE
000140* DATE, SET UP BY OPERATIONS WHEN RATES OR WAGE BASES CHANGE,
000150* THE SAME WAY taxrates.txt IS KEPT. CARRIES THE COMPANY'S OWN
000160* SIDE OF THE PAYROLL TAXES: THE EMPLOYER FICA MATCH, FEDERAL
000170* UNEMPLOYMENT (FUTA) AND STATE UNEMPLOYMENT (SUTA), EACH WITH
000180* ITS OWN ANNUAL WAGE BASE. A WAGE BASE APPLIES TO EACH
000190* EMPLOYEE'S CALENDAR-YEAR WAGES -- ONCE AN EMPLOYEE'S WAGES
000200* FOR THE YEAR REACH IT, NO FURTHER TAX OF THAT KIND IS DUE.
000210* READ BY GLExtract.cbl (LATEST RECORD ON OR BEFORE THE RUN
000220* DATE) AND BY TaxLiability.cbl (LATEST RECORD ON OR BEFORE
000230* EACH CLOSED PAYMENT'S CLOSE DATE).
000240*----------------------------------------------------------------
000250* 10-15-2026  CNR  ORIGINAL COPYBOOK.
000260*================================================================
000270 01  ERTRECORD.
000280     10  ERT-EFFECTIVE-DATE       PIC 9(8).
000290     10  FILLER                   PIC X(1) VALUE SPACE.
000300     10  ERT-FICA-RATE            PIC 9V9999.
000310     10  FILLER                   PIC X(1) VALUE SPACE.
000320     10  ERT-FICA-WAGE-BASE       PIC 9(7)V99.
000330     10  FILLER                   PIC X(1) VALUE SPACE.
000340     10  ERT-FUTA-RATE            PIC 9V9999.
000350     10  FILLER                   PIC X(1) VALUE SPACE.
000360     10  ERT-FUTA-WAGE-BASE       PIC 9(7)V99.
000370     10  FILLER                   PIC X(1) VALUE SPACE.
000380     10  ERT-SUTA-RATE            PIC 9V9999.
000390     10  FILLER                   PIC X(1) VALUE SPACE.
000400     10  ERT-SUTA-WAGE-BASE       PIC 9(7)V99.
