000100*================================================================
000110* STXREC.CPY
000120* EFFECTIVE-DATED STATE INCOME TAX WITHHOLDING TABLE RECORD
000130* LAYOUT (STATE-TAX-FILE / statetax.txt). ONE RECORD PER STATE
000140* PER EFFECTIVE DATE, SET UP BY OPERATIONS THE SAME WAY
000150* taxrates.txt IS KEPT -- A STATE RATE CHANGE IS A FILE UPDATE,
000160* NOT A PROGRAM CHANGE. Payroll.cbl KEEPS, FOR EACH STATE, THE
000170* RECORD WITH THE LATEST EFFECTIVE DATE ON OR BEFORE THE RUN
000180* DATE. THE BRACKETS ARE MARGINAL, LIKE THE FEDERAL ONES ON
000190* TAXREC: BRACKET N'S RATE APPLIES TO THE PART OF PERIOD WAGES
000200* ABOVE ITS FLOOR AND BELOW THE NEXT BRACKET'S FLOOR. BRACKET
000210* 1'S FLOOR IS ZERO. A STATE WITH NO INCOME TAX IS CARRIED WITH
000220* A BRACKET COUNT OF ZERO SO ITS EMPLOYEES STILL VALIDATE.
000230*----------------------------------------------------------------
000240* 10-15-2026  CNR  ORIGINAL COPYBOOK.
000250*================================================================
000260 01  STXRECORD.
000270     10  STX-STATE-CODE           PIC X(2).
000280     10  FILLER                   PIC X(1) VALUE SPACE.
000290     10  STX-EFFECTIVE-DATE       PIC 9(8).
000300     10  FILLER                   PIC X(1) VALUE SPACE.
000310     10  STX-BRACKET-COUNT        PIC 9(1).
000320     10  STX-BRACKET OCCURS 5 TIMES.
000330         15  FILLER               PIC X(1).
000340         15  STX-BRACKET-FLOOR    PIC 9(7)V99.
000350         15  FILLER               PIC X(1).
000360         15  STX-BRACKET-RATE     PIC 9V9999.
