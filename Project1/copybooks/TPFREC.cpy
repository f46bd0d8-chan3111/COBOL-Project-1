000100*================================================================
000110* TPFREC.CPY
000120* EMPLOYEE TAX PROFILE MASTER RECORD LAYOUT (TAX-PROFILE-FILE /
000130* taxprofile.dat, INDEXED, KEYED ON TPF-EMPLOYEE-NUMBER).
000140* MAINTAINED BY TaxProfMaint.cbl FROM THE EMPLOYEE'S W-4 AND
000150* PERSONNEL FORMS. READ BY Payroll.cbl FOR ANNUALIZED FEDERAL
000160* WITHHOLDING AND BY YearEnd.cbl FOR THE W-2 SSN AND ADDRESS.
000170* AN EMPLOYEE WITH NO PROFILE IS WITHHELD ON THE PERIOD
000180* BRACKETS ALONE, AS BEFORE THE FILE EXISTED.
000190*   TPF-FILING-STATUS      S SINGLE, M MARRIED FILING JOINTLY,
000200*                          H HEAD OF HOUSEHOLD
000210*   TPF-DEPENDENT-CREDIT   W-4 STEP 3 -- ANNUAL AMOUNT TAKEN
000220*                          OFF THE ANNUALIZED TAX
000230*   TPF-EXTRA-WITHHOLDING  W-4 STEP 4(C) -- ADDED TO EVERY
000240*                          REGULAR PERIOD'S WITHHOLDING
000250*----------------------------------------------------------------
000260* 10-15-2026  CNR  ORIGINAL COPYBOOK.
000270*================================================================
000280 01  TPFRECORD.
000290     10  TPF-EMPLOYEE-NUMBER      PIC 9(9).
000300     10  TPF-SSN                  PIC 9(9).
000310     10  TPF-ADDRESS-LINE         PIC X(30).
000320     10  TPF-CITY                 PIC X(20).
000330     10  TPF-STATE                PIC X(2).
000340     10  TPF-ZIP-CODE             PIC X(10).
000350     10  TPF-FILING-STATUS        PIC X(1).
000360         88  TPF-SINGLE           VALUE 'S'.
000370         88  TPF-MARRIED          VALUE 'M'.
000380         88  TPF-HEAD-OF-HOUSEHOLD VALUE 'H'.
000390     10  TPF-DEPENDENT-CREDIT     PIC 9(5)V99.
000400     10  TPF-EXTRA-WITHHOLDING    PIC 9(5)V99.
000410     10  TPF-CHANGE-DATE          PIC 9(8).
