000100*================================================================
000110* RMLREC.CPY
000120* DEDUCTION REMITTANCE LEDGER RECORD LAYOUT (LEDGER-FILE /
000130* remitledger.txt, LINE SEQUENTIAL, APPEND-ONLY). ONE RECORD PER
000140* EMPLOYEE PER DEDUCTION CODE PER PAYEE PAID BY DedRemit.cbl,
000150* STAMPED WITH THE CLOSED PERIOD IT PAID OUT, SO THE AMOUNT SENT
000160* ON EVERY GARNISHMENT CASE CAN BE TRACED AND THE DEDUCTIONS
000170* PAYABLE BALANCE PROVEN -- WITHHELD PER payhistory.txt LESS
000180* REMITTED PER THIS FILE. A PERIOD ALREADY ON THE LEDGER IS NOT
000190* REMITTED AGAIN.
000200*   RML-ENTRY-TYPE         R REMITTED TO THE PAYEE
000210*                          V VOID RECOVERY -- A VOIDED PAYMENT'S
000220*                          DEDUCTION NETTED OFF THE REMITTANCE
000230*----------------------------------------------------------------
000240* 10-15-2026  CNR  ORIGINAL COPYBOOK.
000250*================================================================
000260 01  RMLRECORD.
000270     10  RML-ENTRY-TYPE           PIC X(1).
000280         88  RML-REMITTED         VALUE 'R'.
000290         88  RML-VOID-RECOVERY    VALUE 'V'.
000300     10  FILLER                   PIC X(1) VALUE SPACE.
000310     10  RML-PERIOD-NUMBER        PIC 9(4).
000320     10  FILLER                   PIC X(1) VALUE SPACE.
000330     10  RML-CLOSE-DATE           PIC 9(8).
000340     10  FILLER                   PIC X(1) VALUE SPACE.
000350     10  RML-REMIT-DATE           PIC 9(8).
000360     10  FILLER                   PIC X(1) VALUE SPACE.
000370     10  RML-PAYEE-ID             PIC X(6).
000380     10  FILLER                   PIC X(1) VALUE SPACE.
000390     10  RML-DED-CODE             PIC X(3).
000400     10  FILLER                   PIC X(1) VALUE SPACE.
000410     10  RML-EMPLOYEE-NUMBER      PIC 9(9).
000420     10  FILLER                   PIC X(1) VALUE SPACE.
000430     10  RML-CASE-NUMBER          PIC X(20).
000440     10  FILLER                   PIC X(1) VALUE SPACE.
000450     10  RML-REMIT-METHOD         PIC X(1).
000460     10  FILLER                   PIC X(1) VALUE SPACE.
000470     10  RML-AMOUNT               PIC 9(9)V99.
