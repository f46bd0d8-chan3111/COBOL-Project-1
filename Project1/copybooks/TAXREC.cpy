000160* A JANUARY RATE CHANGE IS A FILE UPDATE, NOT A PROGRAM CHANGE.
000170* THE FEDERAL WITHHOLDING BRACKETS ARE MARGINAL: BRACKET N'S
000180* RATE APPLIES TO THE PART OF PERIOD GROSS ABOVE ITS FLOOR AND
000183* BELOW THE NEXT BRACKET'S FLOOR. BRACKET 1'S FLOOR IS ZERO.
000186*----------------------------------------------------------------
000189* 08-22-2026  CNR  ORIGINAL COPYBOOK.
000192* 10-15-2026  CNR  ADDED THE ANNUAL W-4 FILING-STATUS ALLOWANCES.
000195*                  FOR AN EMPLOYEE WITH A TAX PROFILE (TPFREC)
000198*                  Payroll.cbl ANNUALIZES THE PERIOD WAGE, TAKES
000201*                  OFF THE ALLOWANCE FOR THE EMPLOYEE'S FILING
000204*                  STATUS, AND APPLIES THE BRACKET FLOORS SCALED
000207*                  UP BY THE NUMBER OF REGULAR PERIODS IN THE
000210*                  YEAR. RECORDS SET UP BEFORE THE FIELDS EXISTED
000213*                  CARRY NO ALLOWANCES.
000220*================================================================
000230 01  TAXRECORD.
000240     10  TAX-EFFECTIVE-DATE       PIC 9(8).
000330         15  TAX-BRACKET-FLOOR    PIC 9(7)V99.
000340         15  FILLER               PIC X(1).
000350         15  TAX-BRACKET-RATE     PIC 9V9999.
000360     10  FILLER                   PIC X(1) VALUE SPACE.
000370     10  TAX-SINGLE-ALLOWANCE     PIC 9(7)V99.
000380     10  FILLER                   PIC X(1) VALUE SPACE.
000390     10  TAX-MARRIED-ALLOWANCE    PIC 9(7)V99.
000400     10  FILLER                   PIC X(1) VALUE SPACE.
000410     10  TAX-HEAD-ALLOWANCE       PIC 9(7)V99.
