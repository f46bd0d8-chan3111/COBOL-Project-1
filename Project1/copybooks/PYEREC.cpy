000100*================================================================
000110* PYEREC.CPY
000120* DEDUCTION PAYEE MASTER RECORD LAYOUT (PAYEE-FILE / payee.dat,
000130* INDEXED, KEYED ON PYE-PAYEE-KEY). TELLS THE REMITTANCE RUN WHO
000140* IS OWED THE MONEY WITHHELD UNDER EACH DEDUCTION CODE ON DEDREC
000150* AND HOW TO PAY THEM. MAINTAINED BY PayeeMaint.cbl AND READ BY
000160* DedRemit.cbl.
000170*   PYE-EMPLOYEE-NUMBER    ZERO -- THE PAYEE FOR EVERY EMPLOYEE
000180*                          UNDER THE DEDUCTION CODE (401(K)
000190*                          TRUSTEE, INSURANCE CARRIER, ETC)
000200*                          NON-ZERO -- ONE GARNISHMENT ORDER
000210*                          FOR THAT EMPLOYEE, CARRYING ITS CASE
000220*                          NUMBER AND ISSUING AGENCY. LOOKED UP
000230*                          FIRST, SO IT OVERRIDES THE CODE-LEVEL
000240*                          RECORD.
000250*   PYE-PAYEE-ID           GROUPS RECORDS THAT REMIT TO THE SAME
000260*                          PLACE -- ONE REMITTANCE PER PAYEE ID
000270*                          PER CLOSED PERIOD, HOWEVER MANY CODES
000280*                          OR ORDERS FEED IT. THE NAME, METHOD,
000290*                          BANK AND ADDRESS ARE TAKEN FROM THE
000300*                          FIRST RECORD FOUND FOR THE ID.
000310*   PYE-REMIT-METHOD       A ACH CREDIT TO PYE-ROUTING-NUMBER /
000320*                          PYE-ACCOUNT-NUMBER
000330*                          C CHECK REQUEST TO ACCOUNTS PAYABLE,
000340*                          MAILED TO THE PAYEE ADDRESS
000350*----------------------------------------------------------------
000360* 10-15-2026  CNR  ORIGINAL COPYBOOK.
000370*================================================================
000380 01  PYERECORD.
000390     10  PYE-PAYEE-KEY.
000400         15  PYE-DED-CODE         PIC X(3).
000410         15  PYE-EMPLOYEE-NUMBER  PIC 9(9).
000420     10  PYE-PAYEE-ID             PIC X(6).
000430     10  PYE-PAYEE-NAME           PIC X(30).
000440     10  PYE-CASE-NUMBER          PIC X(20).
000450     10  PYE-AGENCY               PIC X(30).
000460     10  PYE-REMIT-METHOD         PIC X(1).
000470         88  PYE-REMIT-ACH        VALUE 'A'.
000480         88  PYE-REMIT-CHECK      VALUE 'C'.
000490     10  PYE-ROUTING-NUMBER       PIC 9(9).
000500     10  PYE-ACCOUNT-NUMBER       PIC X(17).
000510     10  PYE-ACCOUNT-TYPE         PIC X(1).
000520         88  PYE-CHECKING-ACCOUNT VALUE 'C'.
000530         88  PYE-SAVINGS-ACCOUNT  VALUE 'S'.
000540     10  PYE-ADDRESS-LINE         PIC X(30).
000550     10  PYE-CITY                 PIC X(20).
000560     10  PYE-STATE                PIC X(2).
000570     10  PYE-ZIP-CODE             PIC X(10).
000580     10  PYE-CHANGE-DATE          PIC 9(8).
