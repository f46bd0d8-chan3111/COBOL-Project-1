000250*                  OLDER ytdmaster.txt LINE PARSING CLEANLY,
000260*                  WITH THE NEW FIELD READING AS BLANK (TREATED
000270*                  AS ZERO BY ITS READERS).
000271* 10-15-2026  CNR  ADDED THE YTD-STATE SLOTS -- STATE WAGES AND
000272*                  STATE INCOME TAX WITHHELD FOR EACH WORK STATE
000273*                  THE EMPLOYEE WAS PAID IN THIS YEAR (UP TO
000274*                  THREE), FOR THE W-2 STATE BOXES. APPENDED;
000275*                  OLDER LINES READ AS BLANK SLOTS.
000276* 10-15-2026  CNR  ADDED YTD-FED-TAXABLE-WAGES (W-2 BOX 1),
000277*                  YTD-FICA-WAGES (BOX 3) AND YTD-DEFERRAL-AMOUNT
000278*                  (BOX 12 CODE D). APPENDED; BLANK ON OLDER LINES
000279*                  AND TAKEN AS GROSS (ZERO DEFERRAL) BY READERS.
000280*================================================================
000290 01  YTDRECORD.
000300     10  YTD-EMPLOYEE-NUMBER      PIC 9(9).
000440     10  YTD-PERIODS-PAID         PIC 9(3).
000450     10  FILLER                   PIC X(1) VALUE SPACE.
000460     10  YTD-OTHER-DED-AMOUNT     PIC 9(9)V99.
000470     10  FILLER                   PIC X(1) VALUE SPACE.
000480     10  YTD-STATE OCCURS 3 TIMES.
000490         15  YTD-STATE-CODE       PIC X(2).
000500         15  FILLER               PIC X(1).
000510         15  YTD-STATE-WAGES      PIC 9(9)V99.
000520         15  FILLER               PIC X(1).
000530         15  YTD-STATE-TAX-AMOUNT PIC 9(9)V99.
000540         15  FILLER               PIC X(1).
000550     10  YTD-FED-TAXABLE-WAGES    PIC 9(9)V99.
000560     10  FILLER                   PIC X(1) VALUE SPACE.
000570     10  YTD-FICA-WAGES           PIC 9(9)V99.
000580     10  FILLER                   PIC X(1) VALUE SPACE.
000590     10  YTD-DEFERRAL-AMOUNT      PIC 9(9)V99.
