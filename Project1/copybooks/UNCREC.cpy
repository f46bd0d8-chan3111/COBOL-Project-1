000100*================================================================
000110* UNCREC.CPY
000120* UNCLAIMED WAGES RECORD LAYOUT (UNCLAIMED-FILE / unclaimed.txt,
000130* LINE SEQUENTIAL). ONE RECORD PER PAYROLL CHECK VOIDED AS
000140* STALE-DATED. APPENDED BY CheckRecon.cbl WHEN AN OUTSTANDING
000150* CHECK PASSES THE STALE DATE -- THE SAME RUN LOGS THE CHECK
000160* NUMBER S ON checkissued.txt AND MOVES THE MONEY TO UNCLAIMED
000170* WAGES PAYABLE. MAINTAINED BY UnclaimedWages.cbl, WHICH
000180* REISSUES AN ITEM TO THE EMPLOYEE UNDER A NEW CHECK NUMBER OR,
000190* ONCE THE DORMANCY PERIOD HAS RUN, REPORTS IT TO THE STATE ON
000200* THE ANNUAL ESCHEAT FILING.
000210*   UNC-STATUS             U UNCLAIMED -- STILL OWED
000220*                          R REISSUED TO THE EMPLOYEE
000230*                          E ESCHEATED TO THE STATE
000240*   UNC-DISPOSITION-DATE   DATE REISSUED OR ESCHEATED
000250*----------------------------------------------------------------
000260* 10-15-2026  CNR  ORIGINAL COPYBOOK.
000270*================================================================
000280 01  UNCRECORD.
000290     10  UNC-CHECK-NUMBER         PIC 9(6).
000300     10  FILLER                   PIC X(1) VALUE SPACE.
000310     10  UNC-EMPLOYEE-NUMBER      PIC 9(9).
000320     10  FILLER                   PIC X(1) VALUE SPACE.
000330     10  UNC-AMOUNT               PIC 9(9)V99.
000340     10  FILLER                   PIC X(1) VALUE SPACE.
000350     10  UNC-ISSUE-DATE           PIC 9(8).
000360     10  FILLER                   PIC X(1) VALUE SPACE.
000370     10  UNC-STALE-DATE           PIC 9(8).
000380     10  FILLER                   PIC X(1) VALUE SPACE.
000390     10  UNC-STATUS               PIC X(1).
000400         88  UNC-UNCLAIMED        VALUE 'U'.
000410         88  UNC-REISSUED         VALUE 'R'.
000420         88  UNC-ESCHEATED        VALUE 'E'.
000430     10  FILLER                   PIC X(1) VALUE SPACE.
000440     10  UNC-REISSUE-CHECK-NUMBER PIC 9(6).
000450     10  FILLER                   PIC X(1) VALUE SPACE.
000460     10  UNC-DISPOSITION-DATE     PIC 9(8).
000470     10  FILLER                   PIC X(1) VALUE SPACE.
000480     10  UNC-ESCHEAT-YEAR         PIC 9(4).
