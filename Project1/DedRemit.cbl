000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DedRemit AS "DedRemit".
000120 AUTHOR. ChandlerNewmanReed.
000130 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED. 10-15-2026.
000160*================================================================
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  CNR  ORIGINAL PROGRAM - THIRD-PARTY DEDUCTION
000200*                  REMITTANCE. RUN AFTER PeriodClose. TOTALS THE
000210*                  DEDUCTIONS ON payhistory.txt FOR THE PERIOD
000220*                  JUST CLOSED (PER closecontrol.txt) BY PAYEE
000230*                  OFF THE PAYEE MASTER (PYEREC / payee.dat) --
000240*                  A GARNISHMENT ORDER FOR THE EMPLOYEE FIRST,
000250*                  THEN THE PAYEE FOR THE WHOLE DEDUCTION CODE.
000260*                  PRINTS THE REMITTANCE REGISTER BY PAYEE AND
000270*                  CASE NUMBER, WRITES ONE ACH CREDIT (NACHA CCD
000280*                  FILE remitach.txt) OR ONE CHECK REQUEST
000290*                  (remitcheck.txt) PER PAYEE, LOGS EVERY AMOUNT
000300*                  SENT ON THE REMITTANCE LEDGER (RMLREC /
000310*                  remitledger.txt), JOURNALS THE PAYMENT OUT OF
000320*                  DEDUCTIONS PAYABLE AND PRINTS THE MONTH'S
000330*                  DEDUCTIONS PAYABLE PROOF BY CODE.
000340*================================================================
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CLOSE-CONTROL-FILE ASSIGN TO 'closecontrol.txt'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS PAY-CLOSE-CTL-STATUS.
000420     SELECT HISTORY-FILE ASSIGN TO 'payhistory.txt'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS PAY-HIST-STATUS.
000450     SELECT PAYEE-FILE ASSIGN TO 'payee.dat'
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PYE-PAYEE-KEY
000490         FILE STATUS IS PAY-PAYEE-STATUS.
000500     SELECT LEDGER-FILE ASSIGN TO 'remitledger.txt'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS PAY-LEDGER-STATUS.
000530     SELECT REGISTER-FILE ASSIGN TO 'remitregister.txt'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PAY-REGISTER-STATUS.
000560     SELECT ACH-FILE ASSIGN TO 'remitach.txt'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS PAY-ACH-STATUS.
000590     SELECT CHECK-REQUEST-FILE ASSIGN TO 'remitcheck.txt'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS PAY-REQUEST-STATUS.
000620     SELECT REMIT-JOURNAL-FILE ASSIGN TO 'remitjournal.txt'
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PAY-JOURNAL-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CLOSE-CONTROL-FILE.
000690     COPY CLOSEREC.
000700
000710 FD  HISTORY-FILE.
000720     COPY HISTREC.
000730
000740 FD  PAYEE-FILE.
000750     COPY PYEREC.
000760
000770 FD  LEDGER-FILE.
000780     COPY RMLREC.
000790
000800 FD  REGISTER-FILE.
000810 01  REGISTER-LINE             PIC X(80).
000820
000830 FD  ACH-FILE.
000840 01  ACH-LINE                  PIC X(94).
000850
000860 FD  CHECK-REQUEST-FILE.
000870 01  CHECK-REQUEST-LINE        PIC X(140).
000880
000890 FD  REMIT-JOURNAL-FILE.
000900 01  JOURNAL-LINE              PIC X(80).
000910
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------------
000940* RUN CONTROL FIELDS
000950*----------------------------------------------------------------
000960 01  PAY-CLOSE-CTL-STATUS      PIC X(2).
000970 01  PAY-HIST-STATUS           PIC X(2).
000980 01  PAY-PAYEE-STATUS          PIC X(2).
000990 01  PAY-LEDGER-STATUS         PIC X(2).
001000 01  PAY-REGISTER-STATUS       PIC X(2).
001010 01  PAY-ACH-STATUS            PIC X(2).
001020 01  PAY-REQUEST-STATUS        PIC X(2).
001030 01  PAY-JOURNAL-STATUS        PIC X(2).
001040 01  PAY-END-OF-HIST           PIC X(1) VALUE 'N'.
001050     88  PAY-NO-MORE-HISTORY   VALUE 'Y'.
001060 01  PAY-END-OF-LEDGER         PIC X(1) VALUE 'N'.
001070 01  PAY-ACH-OPEN              PIC X(1) VALUE 'N'.
001080 01  PAY-REQUEST-OPEN          PIC X(1) VALUE 'N'.
001090 01  PAY-PAYEE-FOUND           PIC X(1) VALUE 'N'.
001100     88  PAY-PAYEE-ON-FILE     VALUE 'Y'.
001110 01  PAY-RUN-DATE              PIC 9(8) VALUE ZERO.
001120 01  PAY-REMIT-PERIOD          PIC 9(4) VALUE ZERO.
001130 01  PAY-REMIT-CLOSE-DATE      PIC 9(8) VALUE ZERO.
001140 01  PAY-PROOF-MONTH           PIC X(6) VALUE SPACES.
001150 01  PAY-HISTORY-READ-COUNT    PIC 9(7) COMP VALUE ZERO.
001160 01  PAY-PERIOD-RECORD-COUNT   PIC 9(7) COMP VALUE ZERO.
001170 01  PAY-LEDGER-READ-COUNT     PIC 9(7) COMP VALUE ZERO.
001180 01  PAY-LEDGER-WRITE-COUNT    PIC 9(7) COMP VALUE ZERO.
001190 01  PAY-UNASSIGNED-COUNT      PIC 9(7) COMP VALUE ZERO.
001200 01  PAY-ACH-PAYEE-COUNT       PIC 9(5) COMP VALUE ZERO.
001210 01  PAY-CHECK-PAYEE-COUNT     PIC 9(5) COMP VALUE ZERO.
001220 01  PAY-HELD-PAYEE-COUNT      PIC 9(5) COMP VALUE ZERO.
001230 01  PAY-DED-SLOT              PIC 9(1) COMP VALUE ZERO.
001240 01  PAY-DED-SIGNED-AMOUNT     PIC S9(9)V99 VALUE ZERO.
001250 01  PAY-TOTAL-REMITTED        PIC S9(11)V99 VALUE ZERO.
001260 01  PAY-TOTAL-UNASSIGNED      PIC S9(11)V99 VALUE ZERO.
001270 01  PAY-TOTAL-DEBITS-WRITTEN  PIC 9(11)V99 VALUE ZERO.
001280 01  PAY-TOTAL-CREDITS-WRITTEN PIC 9(11)V99 VALUE ZERO.
001290
001300*----------------------------------------------------------------
001310* REMITTANCE DETAIL TABLE -- ONE ENTRY PER PAYEE, CASE NUMBER,
001320* EMPLOYEE AND DEDUCTION CODE FOR THE CLOSED PERIOD, KEPT IN
001330* PAY-RD-SORT-KEY ORDER AS IT IS BUILT SO THE REGISTER COMES OUT
001340* BY PAYEE AND CASE NUMBER WITHOUT A SORT STEP. A DEDUCTION WITH
001350* NO PAYEE ON FILE CARRIES A BLANK PAYEE ID AND SO LISTS FIRST.
001360* SIGNED -- A VOID CLOSED IN THE PERIOD NETS ITS DEDUCTIONS OFF.
001370*----------------------------------------------------------------
001380 01  PAY-RD-TABLE.
001390     05  PAY-RD-COUNT              PIC 9(5) COMP VALUE ZERO.
001400     05  PAY-RD-ENTRY OCCURS 1 TO 5000 TIMES
001410             DEPENDING ON PAY-RD-COUNT.
001420         10  PAY-RD-SORT-KEY.
001430             15  PAY-RD-PAYEE-ID    PIC X(6).
001440             15  PAY-RD-CASE-NUMBER PIC X(20).
001450             15  PAY-RD-EMPLOYEE-NUMBER PIC 9(9).
001460             15  PAY-RD-DED-CODE    PIC X(3).
001470         10  PAY-RD-INITIAL         PIC A(1).
001480         10  PAY-RD-LASTNAME        PIC A(15).
001490         10  PAY-RD-AGENCY          PIC X(30).
001500         10  PAY-RD-AMOUNT          PIC S9(9)V99.
001510 77  PAY-RD-MAX-ENTRIES        PIC 9(5) VALUE 5000.
001520 01  PAY-NEW-KEY.
001530     05  PAY-NEW-PAYEE-ID      PIC X(6).
001540     05  PAY-NEW-CASE-NUMBER   PIC X(20).
001550     05  PAY-NEW-EMPLOYEE-NUMBER PIC 9(9).
001560     05  PAY-NEW-DED-CODE      PIC X(3).
001570 01  PAY-NEW-AGENCY            PIC X(30).
001580 01  PAY-INS-POS               PIC 9(5) COMP VALUE ZERO.
001590 01  PAY-INS-IDX               PIC 9(5) COMP VALUE ZERO.
001600 01  PAY-INS-FOUND             PIC X(1) VALUE 'N'.
001610 01  PAY-SHIFT-IDX             PIC 9(5) COMP VALUE ZERO.
001620 01  PAY-RD-IDX                PIC 9(5) COMP VALUE ZERO.
001630 01  PAY-GROUP-START           PIC 9(5) COMP VALUE ZERO.
001640 01  PAY-GROUP-END             PIC 9(5) COMP VALUE ZERO.
001650 01  PAY-GROUP-IDX             PIC 9(5) COMP VALUE ZERO.
001660 01  PAY-GROUP-PAYEE-ID        PIC X(6) VALUE SPACES.
001670 01  PAY-GROUP-BREAK           PIC X(1) VALUE 'N'.
001680 01  PAY-GROUP-TOTAL           PIC S9(11)V99 VALUE ZERO.
001690
001700*----------------------------------------------------------------
001710* PAYEE TABLE -- HOW TO PAY EACH PAYEE ID, TAKEN FROM THE FIRST
001720* PAYEE MASTER RECORD MATCHED FOR IT THIS RUN.
001730*----------------------------------------------------------------
001740 01  PAY-PY-TABLE.
001750     05  PAY-PY-COUNT              PIC 9(4) COMP VALUE ZERO.
001760     05  PAY-PY-ENTRY OCCURS 1 TO 500 TIMES
001770             DEPENDING ON PAY-PY-COUNT
001780             INDEXED BY PAY-PY-IDX.
001790         10  PAY-PY-PAYEE-ID        PIC X(6).
001800         10  PAY-PY-PAYEE-NAME      PIC X(30).
001810         10  PAY-PY-REMIT-METHOD    PIC X(1).
001820         10  PAY-PY-ROUTING-NUMBER  PIC 9(9).
001830         10  PAY-PY-ACCOUNT-NUMBER  PIC X(17).
001840         10  PAY-PY-ACCOUNT-TYPE    PIC X(1).
001850         10  PAY-PY-ADDRESS-LINE    PIC X(30).
001860         10  PAY-PY-CITY            PIC X(20).
001870         10  PAY-PY-STATE           PIC X(2).
001880         10  PAY-PY-ZIP-CODE        PIC X(10).
001890 77  PAY-PY-MAX-ENTRIES        PIC 9(4) VALUE 500.
001900 01  PAY-PY-MATCHED            PIC X(1) VALUE 'N'.
001910
001920*----------------------------------------------------------------
001930* DEDUCTIONS PAYABLE PROOF BY DEDUCTION CODE FOR THE MONTH THE
001940* PERIOD CLOSED IN. WITHHOLDING COUNTS IN THE MONTH ITS PERIOD
001950* CLOSED; A REMITTANCE COUNTS IN THE MONTH OF THE PERIOD IT PAID
001960* OUT. OPENING IS EVERYTHING WITHHELD LESS EVERYTHING REMITTED
001970* BEFORE THE MONTH; CLOSING IS WHAT DEDUCTIONS PAYABLE SHOULD
001980* STILL HOLD -- UNASSIGNED CODES AND PERIODS NOT YET REMITTED.
001990*----------------------------------------------------------------
002000 01  PAY-PC-TABLE.
002010     05  PAY-PC-COUNT              PIC 9(3) COMP VALUE ZERO.
002020     05  PAY-PC-ENTRY OCCURS 1 TO 200 TIMES
002030             DEPENDING ON PAY-PC-COUNT
002040             INDEXED BY PAY-PC-IDX.
002050         10  PAY-PC-DED-CODE        PIC X(3).
002060         10  PAY-PC-OPENING         PIC S9(11)V99.
002070         10  PAY-PC-WITHHELD        PIC S9(11)V99.
002080         10  PAY-PC-REMITTED        PIC S9(11)V99.
002090 77  PAY-PC-MAX-ENTRIES        PIC 9(3) VALUE 200.
002100 01  PAY-PC-MATCHED            PIC X(1) VALUE 'N'.
002110 01  PAY-PC-LOOKUP-CODE        PIC X(3) VALUE SPACES.
002120 01  PAY-PC-WRITE-IDX          PIC 9(3) COMP VALUE ZERO.
002130 01  PAY-PC-CLOSING            PIC S9(11)V99 VALUE ZERO.
002140 01  PAY-PF-OPENING            PIC S9(11)V99 VALUE ZERO.
002150 01  PAY-PF-WITHHELD           PIC S9(11)V99 VALUE ZERO.
002160 01  PAY-PF-REMITTED           PIC S9(11)V99 VALUE ZERO.
002170 01  PAY-PF-CLOSING            PIC S9(11)V99 VALUE ZERO.
002180
002190*----------------------------------------------------------------
002200* GENERAL LEDGER ACCOUNTS FOR THE REMITTANCE JOURNAL
002210*----------------------------------------------------------------
002220 77  GL-CASH-ACCT              PIC 9(5) VALUE 10100.
002230 77  GL-DEDUCTIONS-PAYABLE-ACCT PIC 9(5) VALUE 21300.
002240
002250*----------------------------------------------------------------
002260* NACHA FILE CONSTANTS -- THE COMPANY AND ITS ORIGINATING BANK,
002270* AS ON THE DIRECT DEPOSIT FILE. REMITTANCES GO OUT AS A CCD
002280* (CORPORATE) BATCH OF CREDITS, ONE ENTRY PER PAYEE.
002290*----------------------------------------------------------------
002300 77  NA-BANK-ROUTING-NUMBER    PIC 9(9) VALUE 061000052.
002310 77  NA-BANK-NAME              PIC X(23) VALUE
002320     'FIRST COMMERCE BANK'.
002330 77  NA-COMPANY-NAME           PIC X(16) VALUE
002340     'CORP PAYROLL SYS'.
002350 77  NA-COMPANY-LONG-NAME      PIC X(23) VALUE
002360     'CORPORATE PAYROLL SYSTE'.
002370 77  NA-COMPANY-ID             PIC X(10) VALUE '1841736251'.
002380 77  NA-SERVICE-CLASS-CREDITS  PIC X(3) VALUE '220'.
002390 77  NA-BLOCKING-FACTOR        PIC 9(2) VALUE 10.
002400
002410*----------------------------------------------------------------
002420* NACHA RUNNING CONTROLS
002430*----------------------------------------------------------------
002440 01  NA-ENTRY-COUNT            PIC 9(6) VALUE ZERO.
002450 01  NA-ENTRY-HASH-WORK        PIC 9(15) VALUE ZERO.
002460 01  NA-ENTRY-HASH             PIC 9(10) VALUE ZERO.
002470 01  NA-TOTAL-CREDIT-AMOUNT    PIC 9(10)V99 VALUE ZERO.
002480 01  NA-TRACE-SEQUENCE         PIC 9(7) VALUE ZERO.
002490 01  NA-RECORD-COUNT           PIC 9(6) VALUE ZERO.
002500 01  NA-BLOCK-COUNT            PIC 9(6) VALUE ZERO.
002510 01  NA-PAD-COUNT              PIC 9(2) VALUE ZERO.
002520 01  NA-PAD-IDX                PIC 9(2) COMP VALUE ZERO.
002530 01  NA-PAD-LINE               PIC X(94) VALUE ALL '9'.
002540 01  NA-ROUTING-SPLIT.
002550     05  NA-ROUTING-PREFIX     PIC 9(8).
002560     05  NA-ROUTING-CHECK-DIGIT PIC 9(1).
002570 01  NA-ODFI-PREFIX            PIC 9(8) VALUE ZERO.
002580 01  PAY-RUN-TIME              PIC 9(8) VALUE ZERO.
002590 01  PAY-RUN-TIME-PARTS REDEFINES PAY-RUN-TIME.
002600     05  PAY-RUN-TIME-HHMM     PIC X(4).
002610     05  FILLER                PIC X(4).
002620 01  PAY-RUN-DATE-ALPHA        PIC X(8) VALUE SPACES.
002630 01  PAY-RUN-DATE-PARTS REDEFINES PAY-RUN-DATE-ALPHA.
002640     05  FILLER                PIC X(2).
002650     05  PAY-RUN-DATE-YYMMDD   PIC X(6).
002660
002670*----------------------------------------------------------------
002680* NACHA RECORD LAYOUTS -- 94 BYTES EACH
002690*----------------------------------------------------------------
002700 01  NA-FILE-HEADER.
002710     10  FILLER                PIC X(1) VALUE '1'.
002720     10  FILLER                PIC X(2) VALUE '01'.
002730     10  NA-FH-DESTINATION.
002740         15  FILLER            PIC X(1) VALUE SPACE.
002750         15  NA-FH-DEST-ROUTING PIC 9(9).
002760     10  NA-FH-ORIGIN          PIC X(10).
002770     10  NA-FH-CREATION-DATE   PIC X(6).
002780     10  NA-FH-CREATION-TIME   PIC X(4).
002790     10  NA-FH-FILE-ID-MODIFIER PIC X(1) VALUE 'A'.
002800     10  FILLER                PIC X(3) VALUE '094'.
002810     10  FILLER                PIC X(2) VALUE '10'.
002820     10  FILLER                PIC X(1) VALUE '1'.
002830     10  NA-FH-DESTINATION-NAME PIC X(23).
002840     10  NA-FH-ORIGIN-NAME     PIC X(23).
002850     10  FILLER                PIC X(8) VALUE SPACES.
002860
002870 01  NA-BATCH-HEADER.
002880     10  FILLER                PIC X(1) VALUE '5'.
002890     10  NA-BH-SERVICE-CLASS   PIC X(3).
002900     10  NA-BH-COMPANY-NAME    PIC X(16).
002910     10  FILLER                PIC X(20) VALUE SPACES.
002920     10  NA-BH-COMPANY-ID      PIC X(10).
002930     10  FILLER                PIC X(3) VALUE 'CCD'.
002940     10  NA-BH-ENTRY-DESC      PIC X(10) VALUE 'DEDREMIT'.
002950     10  NA-BH-DESCRIPTIVE-DATE PIC X(6).
002960     10  NA-BH-EFFECTIVE-DATE  PIC X(6).
002970     10  FILLER                PIC X(3) VALUE SPACES.
002980     10  FILLER                PIC X(1) VALUE '1'.
002990     10  NA-BH-ORIGINATING-DFI PIC 9(8).
003000     10  NA-BH-BATCH-NUMBER    PIC 9(7).
003010
003020 01  NA-ENTRY-DETAIL.
003030     10  FILLER                PIC X(1) VALUE '6'.
003040     10  NA-EN-TRANSACTION-CODE PIC X(2).
003050     10  NA-EN-RECEIVING-DFI   PIC 9(8).
003060     10  NA-EN-CHECK-DIGIT     PIC 9(1).
003070     10  NA-EN-ACCOUNT-NUMBER  PIC X(17).
003080     10  NA-EN-AMOUNT          PIC 9(8)V99.
003090     10  NA-EN-IDENTIFICATION  PIC X(15).
003100     10  NA-EN-RECEIVER-NAME   PIC X(22).
003110     10  FILLER                PIC X(2) VALUE SPACES.
003120     10  FILLER                PIC X(1) VALUE '0'.
003130     10  NA-EN-TRACE-NUMBER.
003140         15  NA-EN-TRACE-ODFI  PIC 9(8).
003150         15  NA-EN-TRACE-SEQ   PIC 9(7).
003160
003170 01  NA-BATCH-CONTROL.
003180     10  FILLER                PIC X(1) VALUE '8'.
003190     10  NA-BC-SERVICE-CLASS   PIC X(3).
003200     10  NA-BC-ENTRY-COUNT     PIC 9(6).
003210     10  NA-BC-ENTRY-HASH      PIC 9(10).
003220     10  NA-BC-TOTAL-DEBIT     PIC 9(10)V99.
003230     10  NA-BC-TOTAL-CREDIT    PIC 9(10)V99.
003240     10  NA-BC-COMPANY-ID      PIC X(10).
003250     10  FILLER                PIC X(19) VALUE SPACES.
003260     10  FILLER                PIC X(6) VALUE SPACES.
003270     10  NA-BC-ORIGINATING-DFI PIC 9(8).
003280     10  NA-BC-BATCH-NUMBER    PIC 9(7).
003290
003300 01  NA-FILE-CONTROL.
003310     10  FILLER                PIC X(1) VALUE '9'.
003320     10  NA-FC-BATCH-COUNT     PIC 9(6).
003330     10  NA-FC-BLOCK-COUNT     PIC 9(6).
003340     10  NA-FC-ENTRY-COUNT     PIC 9(8).
003350     10  NA-FC-ENTRY-HASH      PIC 9(10).
003360     10  NA-FC-TOTAL-DEBIT     PIC 9(10)V99.
003370     10  NA-FC-TOTAL-CREDIT    PIC 9(10)V99.
003380     10  FILLER                PIC X(39) VALUE SPACES.
003390
003400*----------------------------------------------------------------
003410* CHECK REQUEST LAYOUTS FOR ACCOUNTS PAYABLE -- AN R RECORD PER
003420* PAYEE (WHO, WHERE AND HOW MUCH) FOLLOWED BY A D RECORD PER
003430* EMPLOYEE AND CASE AS THE REMITTANCE ADVICE.
003440*----------------------------------------------------------------
003450 01  RQ-REQUEST-RECORD.
003460     10  FILLER                PIC X(1) VALUE 'R'.
003470     10  FILLER                PIC X(1) VALUE SPACE.
003480     10  RQ-PAYEE-ID           PIC X(6).
003490     10  FILLER                PIC X(1) VALUE SPACE.
003500     10  RQ-PAYEE-NAME         PIC X(30).
003510     10  FILLER                PIC X(1) VALUE SPACE.
003520     10  RQ-ADDRESS-LINE       PIC X(30).
003530     10  FILLER                PIC X(1) VALUE SPACE.
003540     10  RQ-CITY               PIC X(20).
003550     10  FILLER                PIC X(1) VALUE SPACE.
003560     10  RQ-STATE              PIC X(2).
003570     10  FILLER                PIC X(1) VALUE SPACE.
003580     10  RQ-ZIP-CODE           PIC X(10).
003590     10  FILLER                PIC X(1) VALUE SPACE.
003600     10  RQ-AMOUNT             PIC 9(9)V99.
003610     10  FILLER                PIC X(1) VALUE SPACE.
003620     10  RQ-PERIOD-NUMBER      PIC 9(4).
003630     10  FILLER                PIC X(1) VALUE SPACE.
003640     10  RQ-CLOSE-DATE         PIC 9(8).
003650     10  FILLER                PIC X(1) VALUE SPACE.
003660     10  RQ-RUN-DATE           PIC 9(8).
003670
003680 01  RQ-ADVICE-RECORD.
003690     10  FILLER                PIC X(1) VALUE 'D'.
003700     10  FILLER                PIC X(1) VALUE SPACE.
003710     10  RQ-A-PAYEE-ID         PIC X(6).
003720     10  FILLER                PIC X(1) VALUE SPACE.
003730     10  RQ-A-EMPLOYEE-NUMBER  PIC 9(9).
003740     10  FILLER                PIC X(1) VALUE SPACE.
003750     10  RQ-A-INITIAL          PIC A(1).
003760     10  FILLER                PIC X(1) VALUE SPACE.
003770     10  RQ-A-LASTNAME         PIC A(15).
003780     10  FILLER                PIC X(1) VALUE SPACE.
003790     10  RQ-A-DED-CODE         PIC X(3).
003800     10  FILLER                PIC X(1) VALUE SPACE.
003810     10  RQ-A-CASE-NUMBER      PIC X(20).
003820     10  FILLER                PIC X(1) VALUE SPACE.
003830     10  RQ-A-AGENCY           PIC X(30).
003840     10  FILLER                PIC X(1) VALUE SPACE.
003850     10  RQ-A-AMOUNT           PIC 9(9)V99.
003860     10  RQ-A-SIGN             PIC X(1).
003870
003880*----------------------------------------------------------------
003890* REMITTANCE JOURNAL LINE LAYOUTS -- THE SAME LAYOUT AS THE
003900* PAYROLL JOURNAL WRITTEN BY GLExtract.cbl.
003910*----------------------------------------------------------------
003920 01  JL-DETAIL-LINE.
003930     10  JL-RECORD-TYPE        PIC X(1).
003940     10  FILLER                PIC X(1) VALUE SPACE.
003950     10  JL-ACCOUNT-NUMBER     PIC 9(5).
003960     10  FILLER                PIC X(1) VALUE SPACE.
003970     10  JL-ACCOUNT-NAME       PIC X(24).
003980     10  FILLER                PIC X(1) VALUE SPACE.
003990     10  JL-DEBIT-CREDIT       PIC X(1).
004000     10  FILLER                PIC X(1) VALUE SPACE.
004010     10  JL-AMOUNT             PIC 9(11)V99.
004020     10  FILLER                PIC X(1) VALUE SPACE.
004030     10  JL-RUN-DATE           PIC 9(8).
004040
004050 01  JL-TRAILER-LINE.
004060     10  JL-T-RECORD-TYPE      PIC X(1).
004070     10  FILLER                PIC X(1) VALUE SPACE.
004080     10  JL-T-DEBIT-TOTAL      PIC 9(11)V99.
004090     10  FILLER                PIC X(1) VALUE SPACE.
004100     10  JL-T-CREDIT-TOTAL     PIC 9(11)V99.
004110     10  FILLER                PIC X(1) VALUE SPACE.
004120     10  JL-T-BALANCE-FLAG     PIC X(8).
004130
004140*----------------------------------------------------------------
004150* REGISTER LINE LAYOUTS
004160*----------------------------------------------------------------
004170 01  RR-TITLE-LINE.
004180     10  FILLER                PIC X(30) VALUE
004190         'DEDUCTION REMITTANCE REGISTER'.
004200     10  FILLER                PIC X(8) VALUE 'PERIOD: '.
004210     10  RR-PERIOD-NUMBER      PIC 9(4).
004220     10  FILLER                PIC X(10) VALUE '  CLOSED: '.
004230     10  RR-CLOSE-DATE         PIC 9(8).
004240     10  FILLER                PIC X(7) VALUE '  RUN: '.
004250     10  RR-RUN-DATE           PIC 9(8).
004260
004270 01  RR-PAYEE-LINE.
004280     10  FILLER                PIC X(7) VALUE 'PAYEE: '.
004290     10  RR-PAYEE-ID           PIC X(6).
004300     10  FILLER                PIC X(1) VALUE SPACE.
004310     10  RR-PAYEE-NAME         PIC X(30).
004320     10  FILLER                PIC X(2) VALUE SPACES.
004330     10  RR-REMIT-METHOD       PIC X(13).
004340
004350 01  RR-COLUMN-LINE.
004360     10  FILLER                PIC X(11) VALUE '  EMPLOYEE'.
004370     10  FILLER                PIC X(19) VALUE 'NAME'.
004380     10  FILLER                PIC X(5) VALUE 'CODE'.
004390     10  FILLER                PIC X(21) VALUE 'CASE NUMBER'.
004400     10  FILLER                PIC X(14) VALUE '        AMOUNT'.
004410
004420 01  RR-DETAIL-LINE.
004430     10  FILLER                PIC X(2) VALUE SPACES.
004440     10  RR-EMPLOYEE-NUMBER    PIC 9(9).
004450     10  FILLER                PIC X(1) VALUE SPACE.
004460     10  RR-EMPLOYEE-INITIAL   PIC A(1).
004470     10  FILLER                PIC X(1) VALUE SPACE.
004480     10  RR-EMPLOYEE-LASTNAME  PIC A(15).
004490     10  FILLER                PIC X(2) VALUE SPACES.
004500     10  RR-DED-CODE           PIC X(3).
004510     10  FILLER                PIC X(2) VALUE SPACES.
004520     10  RR-CASE-NUMBER        PIC X(20).
004530     10  FILLER                PIC X(1) VALUE SPACE.
004540     10  RR-AMOUNT             PIC ZZ,ZZZ,ZZ9.99-.
004550
004560 01  RR-AGENCY-LINE.
004570     10  FILLER                PIC X(35) VALUE SPACES.
004580     10  FILLER                PIC X(8) VALUE 'AGENCY: '.
004590     10  RR-AGENCY             PIC X(30).
004600
004610 01  RR-PAYEE-TOTAL-LINE.
004620     10  FILLER                PIC X(2) VALUE SPACES.
004630     10  RR-TOTAL-LABEL        PIC X(54).
004640     10  FILLER                PIC X(1) VALUE SPACE.
004650     10  RR-TOTAL-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.
004660
004670 01  RR-PROOF-HEADING-LINE.
004680     10  FILLER                PIC X(36) VALUE
004690         'DEDUCTIONS PAYABLE PROOF FOR MONTH '.
004700     10  RR-PROOF-YEAR         PIC X(4).
004710     10  FILLER                PIC X(1) VALUE '-'.
004720     10  RR-PROOF-MONTH        PIC X(2).
004730
004740 01  RR-PROOF-COLUMN-LINE.
004750     10  FILLER                PIC X(5) VALUE 'CODE'.
004760     10  FILLER                PIC X(15) VALUE '        OPENING'.
004770     10  FILLER                PIC X(15) VALUE '       WITHHELD'.
004780     10  FILLER                PIC X(15) VALUE '       REMITTED'.
004790     10  FILLER                PIC X(15) VALUE '        CLOSING'.
004800
004810 01  RR-PROOF-DETAIL-LINE.
004820     10  RR-P-DED-CODE         PIC X(3).
004830     10  FILLER                PIC X(2) VALUE SPACES.
004840     10  RR-P-OPENING          PIC ZZ,ZZZ,ZZ9.99-.
004850     10  FILLER                PIC X(1) VALUE SPACE.
004860     10  RR-P-WITHHELD         PIC ZZ,ZZZ,ZZ9.99-.
004870     10  FILLER                PIC X(1) VALUE SPACE.
004880     10  RR-P-REMITTED         PIC ZZ,ZZZ,ZZ9.99-.
004890     10  FILLER                PIC X(1) VALUE SPACE.
004900     10  RR-P-CLOSING          PIC ZZ,ZZZ,ZZ9.99-.
004910
004920 01  RR-BLANK-LINE             PIC X(80) VALUE SPACES.
004930
004940 PROCEDURE DIVISION.
004950
004960 0000-MAIN-PROCEDURE.
004970     PERFORM 1000-INITIALIZE-REMITTANCE
004980         THRU 1000-INITIALIZE-REMITTANCE-EXIT.
004990     PERFORM 2000-PROCESS-HISTORY-RECORD
005000         THRU 2000-PROCESS-HISTORY-RECORD-EXIT
005010         UNTIL PAY-NO-MORE-HISTORY.
005020     PERFORM 3000-PRINT-REGISTER
005030         THRU 3000-PRINT-REGISTER-EXIT.
005040     PERFORM 4000-PRINT-PAYABLE-PROOF
005050         THRU 4000-PRINT-PAYABLE-PROOF-EXIT.
005060     PERFORM 9000-TERMINATE-REMITTANCE
005070         THRU 9000-TERMINATE-REMITTANCE-EXIT.
005080     STOP RUN.
005090
005100*----------------------------------------------------------------
005110* 1000-INITIALIZE-REMITTANCE -- THE PERIOD TO REMIT IS THE ONE
005120* PeriodClose LAST ROLLED. THE LEDGER IS READ THROUGH FIRST: IT
005130* FEEDS THE PROOF, AND A PERIOD ALREADY ON IT HAS BEEN PAID AND
005140* IS NOT PAID AGAIN.
005150*----------------------------------------------------------------
005160 1000-INITIALIZE-REMITTANCE.
005170     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
005180     ACCEPT PAY-RUN-TIME FROM TIME.
005190     MOVE PAY-RUN-DATE TO PAY-RUN-DATE-ALPHA.
005200     OPEN INPUT CLOSE-CONTROL-FILE.
005210     IF PAY-CLOSE-CTL-STATUS NOT = '00'
005220         DISPLAY 'NO CLOSE CONTROL FILE FOUND - RUN PeriodClose '
005230             'FIRST - RUN TERMINATED.'
005240         STOP RUN
005250     END-IF.
005260     READ CLOSE-CONTROL-FILE
005270         AT END
005280             DISPLAY 'CLOSE CONTROL FILE IS EMPTY - RUN '
005290                 'TERMINATED.'
005300             CLOSE CLOSE-CONTROL-FILE
005310             STOP RUN
005320     END-READ.
005330     CLOSE CLOSE-CONTROL-FILE.
005340     MOVE CLS-PERIOD-NUMBER TO PAY-REMIT-PERIOD.
005350     MOVE CLS-CLOSE-DATE TO PAY-REMIT-CLOSE-DATE.
005360     MOVE CLS-CLOSE-DATE(1:6) TO PAY-PROOF-MONTH.
005370     PERFORM 1100-LOAD-REMITTANCE-LEDGER
005380         THRU 1100-LOAD-REMITTANCE-LEDGER-EXIT.
005390     OPEN INPUT PAYEE-FILE.
005400     IF PAY-PAYEE-STATUS NOT = '00'
005410         DISPLAY 'NO PAYEE MASTER FOUND - RUN PayeeMaint FIRST '
005420             '- RUN TERMINATED.'
005430         STOP RUN
005440     END-IF.
005450     OPEN INPUT HISTORY-FILE.
005460     IF PAY-HIST-STATUS NOT = '00'
005470         DISPLAY 'NO PAY HISTORY FILE FOUND - NOTHING HAS CLOSED '
005480             '- RUN TERMINATED.'
005490         CLOSE PAYEE-FILE
005500         STOP RUN
005510     END-IF.
005520     OPEN OUTPUT REGISTER-FILE.
005530     IF PAY-REGISTER-STATUS NOT = '00'
005540         DISPLAY 'ERROR OPENING REMITTANCE REGISTER - FILE '
005550             'STATUS: ' PAY-REGISTER-STATUS ' - RUN TERMINATED.'
005560         CLOSE PAYEE-FILE
005570         CLOSE HISTORY-FILE
005580         STOP RUN
005590     END-IF.
005600     PERFORM 2100-READ-HISTORY-RECORD
005610         THRU 2100-READ-HISTORY-RECORD-EXIT.
005620 1000-INITIALIZE-REMITTANCE-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------
005660* 1100-LOAD-REMITTANCE-LEDGER -- NO LEDGER YET MEANS NOTHING HAS
005670* EVER BEEN REMITTED. THE LEDGER IS THEN OPENED TO APPEND THIS
005680* RUN'S REMITTANCES.
005690*----------------------------------------------------------------
005700 1100-LOAD-REMITTANCE-LEDGER.
005710     OPEN INPUT LEDGER-FILE.
005720     IF PAY-LEDGER-STATUS = '00'
005730         PERFORM 1110-READ-LEDGER-RECORD
005740             THRU 1110-READ-LEDGER-RECORD-EXIT
005750             UNTIL PAY-END-OF-LEDGER = 'Y'
005760         CLOSE LEDGER-FILE
005770     END-IF.
005780     OPEN EXTEND LEDGER-FILE.
005790     IF PAY-LEDGER-STATUS NOT = '00'
005800         OPEN OUTPUT LEDGER-FILE
005810     END-IF.
005820     IF PAY-LEDGER-STATUS NOT = '00'
005830         DISPLAY 'ERROR OPENING REMITTANCE LEDGER - FILE STATUS: '
005840             PAY-LEDGER-STATUS ' - RUN TERMINATED.'
005850         STOP RUN
005860     END-IF.
005870 1100-LOAD-REMITTANCE-LEDGER-EXIT.
005880     EXIT.
005890
005900 1110-READ-LEDGER-RECORD.
005910     READ LEDGER-FILE
005920         AT END
005930             MOVE 'Y' TO PAY-END-OF-LEDGER
005940             GO TO 1110-READ-LEDGER-RECORD-EXIT
005950     END-READ.
005960     IF RML-CLOSE-DATE NOT NUMERIC
005970         OR RML-AMOUNT NOT NUMERIC
005980         GO TO 1110-READ-LEDGER-RECORD-EXIT
005990     END-IF.
006000     ADD 1 TO PAY-LEDGER-READ-COUNT.
006010     IF RML-PERIOD-NUMBER = PAY-REMIT-PERIOD
006020         AND RML-CLOSE-DATE = PAY-REMIT-CLOSE-DATE
006030         DISPLAY 'PERIOD ' PAY-REMIT-PERIOD ' CLOSED '
006040             PAY-REMIT-CLOSE-DATE ' IS ALREADY ON THE '
006050             'REMITTANCE LEDGER - RUN TERMINATED.'
006060         CLOSE LEDGER-FILE
006070         STOP RUN
006080     END-IF.
006090     IF RML-CLOSE-DATE(1:6) > PAY-PROOF-MONTH
006100         GO TO 1110-READ-LEDGER-RECORD-EXIT
006110     END-IF.
006120     IF RML-VOID-RECOVERY
006130         COMPUTE PAY-DED-SIGNED-AMOUNT = ZERO - RML-AMOUNT
006140     ELSE
006150         MOVE RML-AMOUNT TO PAY-DED-SIGNED-AMOUNT
006160     END-IF.
006170     MOVE RML-DED-CODE TO PAY-PC-LOOKUP-CODE.
006180     PERFORM 2500-FIND-PROOF-CODE
006190         THRU 2500-FIND-PROOF-CODE-EXIT.
006200     IF RML-CLOSE-DATE(1:6) = PAY-PROOF-MONTH
006210         ADD PAY-DED-SIGNED-AMOUNT TO PAY-PC-REMITTED(PAY-PC-IDX)
006220     ELSE
006230         SUBTRACT PAY-DED-SIGNED-AMOUNT FROM
006240             PAY-PC-OPENING(PAY-PC-IDX)
006250     END-IF.
006260 1110-READ-LEDGER-RECORD-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------------
006300* 2000-PROCESS-HISTORY-RECORD -- ONE CLOSED PAYMENT. EVERY ONE UP
006310* TO THE PROOF MONTH FEEDS THE PROOF; THOSE OF THE PERIOD BEING
006320* REMITTED ARE ALSO POSTED TO THE REMITTANCE DETAIL. A VOID
006330* TAKES ITS DEDUCTIONS BACK OUT.
006340*----------------------------------------------------------------
006350 2000-PROCESS-HISTORY-RECORD.
006360     ADD 1 TO PAY-HISTORY-READ-COUNT.
006370     IF HST-CLOSE-DATE NOT NUMERIC
006380         OR HST-CLOSE-DATE(1:6) > PAY-PROOF-MONTH
006390         GO TO 2000-PROCESS-NEXT-RECORD
006400     END-IF.
006410     IF HST-PAY-PERIOD = PAY-REMIT-PERIOD
006420         AND HST-CLOSE-DATE = PAY-REMIT-CLOSE-DATE
006430         ADD 1 TO PAY-PERIOD-RECORD-COUNT
006440     END-IF.
006450     PERFORM 2200-PROCESS-ONE-DEDUCTION
006460         THRU 2200-PROCESS-ONE-DEDUCTION-EXIT
006470         VARYING PAY-DED-SLOT FROM 1 BY 1
006480         UNTIL PAY-DED-SLOT > 5.
006490 2000-PROCESS-NEXT-RECORD.
006500     PERFORM 2100-READ-HISTORY-RECORD
006510         THRU 2100-READ-HISTORY-RECORD-EXIT.
006520 2000-PROCESS-HISTORY-RECORD-EXIT.
006530     EXIT.
006540
006550 2100-READ-HISTORY-RECORD.
006560     READ HISTORY-FILE
006570         AT END
006580             MOVE 'Y' TO PAY-END-OF-HIST
006590     END-READ.
006600 2100-READ-HISTORY-RECORD-EXIT.
006610     EXIT.
006620
006630 2200-PROCESS-ONE-DEDUCTION.
006640     IF HST-DED-CODE(PAY-DED-SLOT) = SPACES
006650         OR HST-DED-AMOUNT(PAY-DED-SLOT) NOT NUMERIC
006660         OR HST-DED-AMOUNT(PAY-DED-SLOT) = ZERO
006670         GO TO 2200-PROCESS-ONE-DEDUCTION-EXIT
006680     END-IF.
006690     IF HST-TYPE-VOID
006700         COMPUTE PAY-DED-SIGNED-AMOUNT =
006710             ZERO - HST-DED-AMOUNT(PAY-DED-SLOT)
006720     ELSE
006730         MOVE HST-DED-AMOUNT(PAY-DED-SLOT) TO
006740             PAY-DED-SIGNED-AMOUNT
006750     END-IF.
006760     MOVE HST-DED-CODE(PAY-DED-SLOT) TO PAY-PC-LOOKUP-CODE.
006770     PERFORM 2500-FIND-PROOF-CODE
006780         THRU 2500-FIND-PROOF-CODE-EXIT.
006790     IF HST-CLOSE-DATE(1:6) = PAY-PROOF-MONTH
006800         ADD PAY-DED-SIGNED-AMOUNT TO PAY-PC-WITHHELD(PAY-PC-IDX)
006810     ELSE
006820         ADD PAY-DED-SIGNED-AMOUNT TO PAY-PC-OPENING(PAY-PC-IDX)
006830     END-IF.
006840     IF HST-PAY-PERIOD NOT = PAY-REMIT-PERIOD
006850         OR HST-CLOSE-DATE NOT = PAY-REMIT-CLOSE-DATE
006860         GO TO 2200-PROCESS-ONE-DEDUCTION-EXIT
006870     END-IF.
006880     PERFORM 2300-FIND-DEDUCTION-PAYEE
006890         THRU 2300-FIND-DEDUCTION-PAYEE-EXIT.
006900     PERFORM 2400-POST-REMITTANCE-DETAIL
006910         THRU 2400-POST-REMITTANCE-DETAIL-EXIT.
006920 2200-PROCESS-ONE-DEDUCTION-EXIT.
006930     EXIT.
006940
006950*----------------------------------------------------------------
006960* 2300-FIND-DEDUCTION-PAYEE -- A GARNISHMENT ORDER ON FILE FOR
006970* THIS EMPLOYEE AND CODE WINS; OTHERWISE THE PAYEE FOR THE WHOLE
006980* CODE. NEITHER LEAVES THE PAYEE ID BLANK (UNASSIGNED) AND THE
006990* MONEY STAYS IN DEDUCTIONS PAYABLE.
007000*----------------------------------------------------------------
007010 2300-FIND-DEDUCTION-PAYEE.
007020     MOVE SPACES TO PAY-NEW-KEY.
007030     MOVE SPACES TO PAY-NEW-AGENCY.
007040     MOVE HST-EMPLOYEE-NUMBER TO PAY-NEW-EMPLOYEE-NUMBER.
007050     MOVE HST-DED-CODE(PAY-DED-SLOT) TO PAY-NEW-DED-CODE.
007060     MOVE 'N' TO PAY-PAYEE-FOUND.
007070     MOVE HST-DED-CODE(PAY-DED-SLOT) TO PYE-DED-CODE.
007080     MOVE HST-EMPLOYEE-NUMBER TO PYE-EMPLOYEE-NUMBER.
007090     READ PAYEE-FILE KEY IS PYE-PAYEE-KEY
007100         INVALID KEY
007110             CONTINUE
007120         NOT INVALID KEY
007130             MOVE 'Y' TO PAY-PAYEE-FOUND
007140     END-READ.
007150     IF NOT PAY-PAYEE-ON-FILE
007160         MOVE HST-DED-CODE(PAY-DED-SLOT) TO PYE-DED-CODE
007170         MOVE ZERO TO PYE-EMPLOYEE-NUMBER
007180         READ PAYEE-FILE KEY IS PYE-PAYEE-KEY
007190             INVALID KEY
007200                 CONTINUE
007210             NOT INVALID KEY
007220                 MOVE 'Y' TO PAY-PAYEE-FOUND
007230         END-READ
007240     END-IF.
007250     IF NOT PAY-PAYEE-ON-FILE
007260         ADD 1 TO PAY-UNASSIGNED-COUNT
007270         ADD PAY-DED-SIGNED-AMOUNT TO PAY-TOTAL-UNASSIGNED
007280         GO TO 2300-FIND-DEDUCTION-PAYEE-EXIT
007290     END-IF.
007300     MOVE PYE-PAYEE-ID TO PAY-NEW-PAYEE-ID.
007310     MOVE PYE-CASE-NUMBER TO PAY-NEW-CASE-NUMBER.
007320     MOVE PYE-AGENCY TO PAY-NEW-AGENCY.
007330     PERFORM 2350-FIND-PAYEE-ENTRY
007340         THRU 2350-FIND-PAYEE-ENTRY-EXIT.
007350 2300-FIND-DEDUCTION-PAYEE-EXIT.
007360     EXIT.
007370
007380 2350-FIND-PAYEE-ENTRY.
007390     MOVE 'N' TO PAY-PY-MATCHED.
007400     IF PAY-PY-COUNT > ZERO
007410         SET PAY-PY-IDX TO 1
007420         SEARCH PAY-PY-ENTRY
007430             AT END
007440                 CONTINUE
007450             WHEN PAY-PY-PAYEE-ID(PAY-PY-IDX) = PYE-PAYEE-ID
007460                 MOVE 'Y' TO PAY-PY-MATCHED
007470         END-SEARCH
007480     END-IF.
007490     IF PAY-PY-MATCHED = 'Y'
007500         GO TO 2350-FIND-PAYEE-ENTRY-EXIT
007510     END-IF.
007520     IF PAY-PY-COUNT >= PAY-PY-MAX-ENTRIES
007530         DISPLAY 'PAYEE MASTER EXCEEDS THE ' PAY-PY-MAX-ENTRIES
007540             ' PAYEE TABLE CAPACITY - RUN TERMINATED.'
007550         STOP RUN
007560     END-IF.
007570     ADD 1 TO PAY-PY-COUNT.
007580     SET PAY-PY-IDX TO PAY-PY-COUNT.
007590     MOVE PYE-PAYEE-ID TO PAY-PY-PAYEE-ID(PAY-PY-IDX).
007600     MOVE PYE-PAYEE-NAME TO PAY-PY-PAYEE-NAME(PAY-PY-IDX).
007610     MOVE PYE-REMIT-METHOD TO PAY-PY-REMIT-METHOD(PAY-PY-IDX).
007620     MOVE PYE-ROUTING-NUMBER TO PAY-PY-ROUTING-NUMBER(PAY-PY-IDX).
007630     MOVE PYE-ACCOUNT-NUMBER TO PAY-PY-ACCOUNT-NUMBER(PAY-PY-IDX).
007640     MOVE PYE-ACCOUNT-TYPE TO PAY-PY-ACCOUNT-TYPE(PAY-PY-IDX).
007650     MOVE PYE-ADDRESS-LINE TO PAY-PY-ADDRESS-LINE(PAY-PY-IDX).
007660     MOVE PYE-CITY TO PAY-PY-CITY(PAY-PY-IDX).
007670     MOVE PYE-STATE TO PAY-PY-STATE(PAY-PY-IDX).
007680     MOVE PYE-ZIP-CODE TO PAY-PY-ZIP-CODE(PAY-PY-IDX).
007690 2350-FIND-PAYEE-ENTRY-EXIT.
007700     EXIT.
007710
007720*----------------------------------------------------------------
007730* 2400-POST-REMITTANCE-DETAIL -- FIND WHERE THE KEY BELONGS IN
007740* THE ORDERED DETAIL TABLE. AN EXISTING ENTRY (A SECOND RECORD
007750* FOR THE EMPLOYEE IN THE PERIOD) TAKES THE AMOUNT; OTHERWISE
007760* THE ENTRIES BELOW ARE MOVED DOWN ONE AND THE NEW ONE GOES IN.
007770*----------------------------------------------------------------
007780 2400-POST-REMITTANCE-DETAIL.
007790     COMPUTE PAY-INS-POS = PAY-RD-COUNT + 1.
007800     MOVE 'N' TO PAY-INS-FOUND.
007810     PERFORM 2410-FIND-INSERT-POSITION
007820         THRU 2410-FIND-INSERT-POSITION-EXIT
007830         VARYING PAY-INS-IDX FROM 1 BY 1
007840         UNTIL PAY-INS-IDX > PAY-RD-COUNT
007850         OR PAY-INS-FOUND = 'Y'.
007860     IF PAY-INS-POS <= PAY-RD-COUNT
007870         IF PAY-RD-SORT-KEY(PAY-INS-POS) = PAY-NEW-KEY
007880             ADD PAY-DED-SIGNED-AMOUNT TO
007890                 PAY-RD-AMOUNT(PAY-INS-POS)
007900             GO TO 2400-POST-REMITTANCE-DETAIL-EXIT
007910         END-IF
007920     END-IF.
007930     IF PAY-RD-COUNT >= PAY-RD-MAX-ENTRIES
007940         DISPLAY 'PERIOD DEDUCTIONS EXCEED THE '
007950             PAY-RD-MAX-ENTRIES ' ENTRY REMITTANCE TABLE '
007960             'CAPACITY - RUN TERMINATED.'
007970         STOP RUN
007980     END-IF.
007990     ADD 1 TO PAY-RD-COUNT.
008000     IF PAY-INS-POS < PAY-RD-COUNT
008010         PERFORM 2420-MOVE-ENTRY-DOWN
008020             THRU 2420-MOVE-ENTRY-DOWN-EXIT
008030             VARYING PAY-SHIFT-IDX FROM PAY-RD-COUNT BY -1
008040             UNTIL PAY-SHIFT-IDX <= PAY-INS-POS
008050     END-IF.
008060     MOVE PAY-NEW-KEY TO PAY-RD-SORT-KEY(PAY-INS-POS).
008070     MOVE HST-EMPLOYEE-INITIAL TO PAY-RD-INITIAL(PAY-INS-POS).
008080     MOVE HST-EMPLOYEE-LASTNAME TO PAY-RD-LASTNAME(PAY-INS-POS).
008090     MOVE PAY-NEW-AGENCY TO PAY-RD-AGENCY(PAY-INS-POS).
008100     MOVE PAY-DED-SIGNED-AMOUNT TO PAY-RD-AMOUNT(PAY-INS-POS).
008110 2400-POST-REMITTANCE-DETAIL-EXIT.
008120     EXIT.
008130
008140 2410-FIND-INSERT-POSITION.
008150     IF PAY-RD-SORT-KEY(PAY-INS-IDX) NOT < PAY-NEW-KEY
008160         MOVE PAY-INS-IDX TO PAY-INS-POS
008170         MOVE 'Y' TO PAY-INS-FOUND
008180     END-IF.
008190 2410-FIND-INSERT-POSITION-EXIT.
008200     EXIT.
008210
008220 2420-MOVE-ENTRY-DOWN.
008230     MOVE PAY-RD-ENTRY(PAY-SHIFT-IDX - 1) TO
008240         PAY-RD-ENTRY(PAY-SHIFT-IDX).
008250 2420-MOVE-ENTRY-DOWN-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------------
008290* 2500-FIND-PROOF-CODE -- LOCATE (OR ADD) THE PROOF ENTRY FOR
008300* PAY-PC-LOOKUP-CODE AND LEAVE PAY-PC-IDX ON IT.
008310*----------------------------------------------------------------
008320 2500-FIND-PROOF-CODE.
008330     MOVE 'N' TO PAY-PC-MATCHED.
008340     IF PAY-PC-COUNT > ZERO
008350         SET PAY-PC-IDX TO 1
008360         SEARCH PAY-PC-ENTRY
008370             AT END
008380                 CONTINUE
008390             WHEN PAY-PC-DED-CODE(PAY-PC-IDX) = PAY-PC-LOOKUP-CODE
008400                 MOVE 'Y' TO PAY-PC-MATCHED
008410         END-SEARCH
008420     END-IF.
008430     IF PAY-PC-MATCHED = 'Y'
008440         GO TO 2500-FIND-PROOF-CODE-EXIT
008450     END-IF.
008460     IF PAY-PC-COUNT >= PAY-PC-MAX-ENTRIES
008470         DISPLAY 'DEDUCTION CODES EXCEED THE ' PAY-PC-MAX-ENTRIES
008480             ' CODE PROOF TABLE CAPACITY - RUN TERMINATED.'
008490         STOP RUN
008500     END-IF.
008510     ADD 1 TO PAY-PC-COUNT.
008520     SET PAY-PC-IDX TO PAY-PC-COUNT.
008530     MOVE PAY-PC-LOOKUP-CODE TO PAY-PC-DED-CODE(PAY-PC-IDX).
008540     MOVE ZERO TO PAY-PC-OPENING(PAY-PC-IDX).
008550     MOVE ZERO TO PAY-PC-WITHHELD(PAY-PC-IDX).
008560     MOVE ZERO TO PAY-PC-REMITTED(PAY-PC-IDX).
008570 2500-FIND-PROOF-CODE-EXIT.
008580     EXIT.
008590
008600*----------------------------------------------------------------
008610* 3000-PRINT-REGISTER -- ONE SECTION PER PAYEE ID, EMPLOYEES IN
008620* CASE NUMBER ORDER. AS EACH PAYEE'S SECTION ENDS ITS REMITTANCE
008630* IS WRITTEN.
008640*----------------------------------------------------------------
008650 3000-PRINT-REGISTER.
008660     MOVE PAY-REMIT-PERIOD TO RR-PERIOD-NUMBER.
008670     MOVE PAY-REMIT-CLOSE-DATE TO RR-CLOSE-DATE.
008680     MOVE PAY-RUN-DATE TO RR-RUN-DATE.
008690     WRITE REGISTER-LINE FROM RR-TITLE-LINE.
008700     IF PAY-RD-COUNT = ZERO
008710         WRITE REGISTER-LINE FROM RR-BLANK-LINE
008720         MOVE 'NO DEDUCTIONS WITHHELD IN THE PERIOD.' TO
008730             REGISTER-LINE
008740         WRITE REGISTER-LINE
008750         GO TO 3000-PRINT-REGISTER-EXIT
008760     END-IF.
008770     MOVE 1 TO PAY-GROUP-START.
008780     PERFORM 3100-PRINT-PAYEE-SECTION
008790         THRU 3100-PRINT-PAYEE-SECTION-EXIT
008800         UNTIL PAY-GROUP-START > PAY-RD-COUNT.
008810 3000-PRINT-REGISTER-EXIT.
008820     EXIT.
008830
008840 3100-PRINT-PAYEE-SECTION.
008850     MOVE PAY-RD-PAYEE-ID(PAY-GROUP-START) TO PAY-GROUP-PAYEE-ID.
008860     MOVE PAY-GROUP-START TO PAY-GROUP-END.
008870     MOVE 'N' TO PAY-GROUP-BREAK.
008880     PERFORM 3110-FIND-GROUP-END
008890         THRU 3110-FIND-GROUP-END-EXIT
008900         VARYING PAY-RD-IDX FROM PAY-GROUP-START BY 1
008910         UNTIL PAY-RD-IDX > PAY-RD-COUNT
008920         OR PAY-GROUP-BREAK = 'Y'.
008930     WRITE REGISTER-LINE FROM RR-BLANK-LINE.
008940     MOVE PAY-GROUP-PAYEE-ID TO RR-PAYEE-ID.
008950     IF PAY-GROUP-PAYEE-ID = SPACES
008960         MOVE 'NO PAYEE ON FILE' TO RR-PAYEE-NAME
008970         MOVE 'NOT REMITTED' TO RR-REMIT-METHOD
008980     ELSE
008990         MOVE PAY-GROUP-PAYEE-ID TO PYE-PAYEE-ID
009000         PERFORM 2350-FIND-PAYEE-ENTRY
009010             THRU 2350-FIND-PAYEE-ENTRY-EXIT
009020         MOVE PAY-PY-PAYEE-NAME(PAY-PY-IDX) TO RR-PAYEE-NAME
009030         IF PAY-PY-REMIT-METHOD(PAY-PY-IDX) = 'A'
009040             MOVE 'ACH' TO RR-REMIT-METHOD
009050         ELSE
009060             MOVE 'CHECK REQUEST' TO RR-REMIT-METHOD
009070         END-IF
009080     END-IF.
009090     WRITE REGISTER-LINE FROM RR-PAYEE-LINE.
009100     WRITE REGISTER-LINE FROM RR-COLUMN-LINE.
009110     MOVE ZERO TO PAY-GROUP-TOTAL.
009120     PERFORM 3200-PRINT-DETAIL-LINE
009130         THRU 3200-PRINT-DETAIL-LINE-EXIT
009140         VARYING PAY-RD-IDX FROM PAY-GROUP-START BY 1
009150         UNTIL PAY-RD-IDX > PAY-GROUP-END.
009160     MOVE PAY-GROUP-TOTAL TO RR-TOTAL-AMOUNT.
009170     EVALUATE TRUE
009180         WHEN PAY-GROUP-PAYEE-ID = SPACES
009190             MOVE 'UNASSIGNED - LEFT IN DEDUCTIONS PAYABLE' TO
009200                 RR-TOTAL-LABEL
009210         WHEN PAY-GROUP-TOTAL NOT > ZERO
009220             MOVE 'NOTHING DUE - NOT REMITTED' TO RR-TOTAL-LABEL
009230             ADD 1 TO PAY-HELD-PAYEE-COUNT
009240         WHEN OTHER
009250             MOVE 'PAYEE TOTAL REMITTED' TO RR-TOTAL-LABEL
009260             PERFORM 3300-REMIT-TO-PAYEE
009270                 THRU 3300-REMIT-TO-PAYEE-EXIT
009280     END-EVALUATE.
009290     WRITE REGISTER-LINE FROM RR-PAYEE-TOTAL-LINE.
009300     COMPUTE PAY-GROUP-START = PAY-GROUP-END + 1.
009310 3100-PRINT-PAYEE-SECTION-EXIT.
009320     EXIT.
009330
009340 3110-FIND-GROUP-END.
009350     IF PAY-RD-PAYEE-ID(PAY-RD-IDX) = PAY-GROUP-PAYEE-ID
009360         MOVE PAY-RD-IDX TO PAY-GROUP-END
009370     ELSE
009380         MOVE 'Y' TO PAY-GROUP-BREAK
009390     END-IF.
009400 3110-FIND-GROUP-END-EXIT.
009410     EXIT.
009420
009430 3200-PRINT-DETAIL-LINE.
009440     MOVE PAY-RD-EMPLOYEE-NUMBER(PAY-RD-IDX) TO
009450         RR-EMPLOYEE-NUMBER.
009460     MOVE PAY-RD-INITIAL(PAY-RD-IDX) TO RR-EMPLOYEE-INITIAL.
009470     MOVE PAY-RD-LASTNAME(PAY-RD-IDX) TO RR-EMPLOYEE-LASTNAME.
009480     MOVE PAY-RD-DED-CODE(PAY-RD-IDX) TO RR-DED-CODE.
009490     MOVE PAY-RD-CASE-NUMBER(PAY-RD-IDX) TO RR-CASE-NUMBER.
009500     MOVE PAY-RD-AMOUNT(PAY-RD-IDX) TO RR-AMOUNT.
009510     WRITE REGISTER-LINE FROM RR-DETAIL-LINE.
009520     IF PAY-RD-AGENCY(PAY-RD-IDX) NOT = SPACES
009530         MOVE PAY-RD-AGENCY(PAY-RD-IDX) TO RR-AGENCY
009540         WRITE REGISTER-LINE FROM RR-AGENCY-LINE
009550     END-IF.
009560     ADD PAY-RD-AMOUNT(PAY-RD-IDX) TO PAY-GROUP-TOTAL.
009570 3200-PRINT-DETAIL-LINE-EXIT.
009580     EXIT.
009590
009600*----------------------------------------------------------------
009610* 3300-REMIT-TO-PAYEE -- ONE ACH CREDIT OR ONE CHECK REQUEST FOR
009620* THE PAYEE'S TOTAL, THEN A LEDGER RECORD FOR EVERY LINE OF THE
009630* SECTION (AND, FOR A CHECK, ITS REMITTANCE ADVICE RECORD).
009640*----------------------------------------------------------------
009650 3300-REMIT-TO-PAYEE.
009660     IF PAY-PY-REMIT-METHOD(PAY-PY-IDX) = 'A'
009670         PERFORM 3400-WRITE-ACH-ENTRY
009680             THRU 3400-WRITE-ACH-ENTRY-EXIT
009690     ELSE
009700         PERFORM 3500-WRITE-CHECK-REQUEST
009710             THRU 3500-WRITE-CHECK-REQUEST-EXIT
009720     END-IF.
009730     PERFORM 3600-WRITE-LEDGER-RECORD
009740         THRU 3600-WRITE-LEDGER-RECORD-EXIT
009750         VARYING PAY-GROUP-IDX FROM PAY-GROUP-START BY 1
009760         UNTIL PAY-GROUP-IDX > PAY-GROUP-END.
009770     ADD PAY-GROUP-TOTAL TO PAY-TOTAL-REMITTED.
009780 3300-REMIT-TO-PAYEE-EXIT.
009790     EXIT.
009800
009810*----------------------------------------------------------------
009820* 3400-WRITE-ACH-ENTRY -- CCD CREDIT ENTRY, TRANSACTION CODE 22
009830* FOR CHECKING OR 32 FOR SAVINGS. THE FILE AND BATCH HEADERS ARE
009840* WRITTEN WITH THE FIRST ENTRY, SO A RUN WITH NO ACH PAYEE
009850* LEAVES NO FILE FOR THE BANK.
009860*----------------------------------------------------------------
009870 3400-WRITE-ACH-ENTRY.
009880     IF PAY-ACH-OPEN NOT = 'Y'
009890         PERFORM 3410-WRITE-NACHA-HEADERS
009900             THRU 3410-WRITE-NACHA-HEADERS-EXIT
009910     END-IF.
009920     IF PAY-PY-ACCOUNT-TYPE(PAY-PY-IDX) = 'S'
009930         MOVE '32' TO NA-EN-TRANSACTION-CODE
009940     ELSE
009950         MOVE '22' TO NA-EN-TRANSACTION-CODE
009960     END-IF.
009970     MOVE PAY-PY-ROUTING-NUMBER(PAY-PY-IDX) TO NA-ROUTING-SPLIT.
009980     MOVE NA-ROUTING-PREFIX TO NA-EN-RECEIVING-DFI.
009990     MOVE NA-ROUTING-CHECK-DIGIT TO NA-EN-CHECK-DIGIT.
010000     MOVE PAY-PY-ACCOUNT-NUMBER(PAY-PY-IDX) TO
010010         NA-EN-ACCOUNT-NUMBER.
010020     MOVE PAY-GROUP-TOTAL TO NA-EN-AMOUNT.
010030     MOVE PAY-GROUP-PAYEE-ID TO NA-EN-IDENTIFICATION.
010040     MOVE PAY-PY-PAYEE-NAME(PAY-PY-IDX) TO NA-EN-RECEIVER-NAME.
010050     MOVE NA-ODFI-PREFIX TO NA-EN-TRACE-ODFI.
010060     ADD 1 TO NA-TRACE-SEQUENCE.
010070     MOVE NA-TRACE-SEQUENCE TO NA-EN-TRACE-SEQ.
010080     WRITE ACH-LINE FROM NA-ENTRY-DETAIL.
010090     IF PAY-ACH-STATUS NOT = '00'
010100         DISPLAY 'ERROR WRITING NACHA ENTRY DETAIL - FILE '
010110             'STATUS: ' PAY-ACH-STATUS
010120     END-IF.
010130     ADD NA-ROUTING-PREFIX TO NA-ENTRY-HASH-WORK.
010140     ADD 1 TO NA-ENTRY-COUNT.
010150     ADD 1 TO NA-RECORD-COUNT.
010160     ADD PAY-GROUP-TOTAL TO NA-TOTAL-CREDIT-AMOUNT.
010170     ADD 1 TO PAY-ACH-PAYEE-COUNT.
010180 3400-WRITE-ACH-ENTRY-EXIT.
010190     EXIT.
010200
010210 3410-WRITE-NACHA-HEADERS.
010220     OPEN OUTPUT ACH-FILE.
010230     IF PAY-ACH-STATUS NOT = '00'
010240         DISPLAY 'ERROR OPENING REMITTANCE ACH FILE - FILE '
010250             'STATUS: ' PAY-ACH-STATUS ' - RUN TERMINATED.'
010260         STOP RUN
010270     END-IF.
010280     MOVE 'Y' TO PAY-ACH-OPEN.
010290     MOVE NA-BANK-ROUTING-NUMBER TO NA-ROUTING-SPLIT.
010300     MOVE NA-ROUTING-PREFIX TO NA-ODFI-PREFIX.
010310     MOVE NA-BANK-ROUTING-NUMBER TO NA-FH-DEST-ROUTING.
010320     MOVE NA-COMPANY-ID TO NA-FH-ORIGIN.
010330     MOVE PAY-RUN-DATE-YYMMDD TO NA-FH-CREATION-DATE.
010340     MOVE PAY-RUN-TIME-HHMM TO NA-FH-CREATION-TIME.
010350     MOVE NA-BANK-NAME TO NA-FH-DESTINATION-NAME.
010360     MOVE NA-COMPANY-LONG-NAME TO NA-FH-ORIGIN-NAME.
010370     WRITE ACH-LINE FROM NA-FILE-HEADER.
010380     ADD 1 TO NA-RECORD-COUNT.
010390     MOVE NA-SERVICE-CLASS-CREDITS TO NA-BH-SERVICE-CLASS.
010400     MOVE NA-COMPANY-NAME TO NA-BH-COMPANY-NAME.
010410     MOVE NA-COMPANY-ID TO NA-BH-COMPANY-ID.
010420     MOVE PAY-RUN-DATE-YYMMDD TO NA-BH-DESCRIPTIVE-DATE.
010430     MOVE PAY-RUN-DATE-YYMMDD TO NA-BH-EFFECTIVE-DATE.
010440     MOVE NA-ODFI-PREFIX TO NA-BH-ORIGINATING-DFI.
010450     MOVE 1 TO NA-BH-BATCH-NUMBER.
010460     WRITE ACH-LINE FROM NA-BATCH-HEADER.
010470     IF PAY-ACH-STATUS NOT = '00'
010480         DISPLAY 'ERROR WRITING NACHA HEADERS - FILE STATUS: '
010490             PAY-ACH-STATUS
010500     END-IF.
010510     ADD 1 TO NA-RECORD-COUNT.
010520 3410-WRITE-NACHA-HEADERS-EXIT.
010530     EXIT.
010540
010550*----------------------------------------------------------------
010560* 3500-WRITE-CHECK-REQUEST -- THE R RECORD ACCOUNTS PAYABLE CUTS
010570* THE CHECK FROM. THE ADVICE D RECORDS FOLLOW FROM 3600.
010580*----------------------------------------------------------------
010590 3500-WRITE-CHECK-REQUEST.
010600     IF PAY-REQUEST-OPEN NOT = 'Y'
010610         OPEN OUTPUT CHECK-REQUEST-FILE
010620         IF PAY-REQUEST-STATUS NOT = '00'
010630             DISPLAY 'ERROR OPENING CHECK REQUEST FILE - FILE '
010640                 'STATUS: ' PAY-REQUEST-STATUS
010650                 ' - RUN TERMINATED.'
010660             STOP RUN
010670         END-IF
010680         MOVE 'Y' TO PAY-REQUEST-OPEN
010690     END-IF.
010700     MOVE PAY-GROUP-PAYEE-ID TO RQ-PAYEE-ID.
010710     MOVE PAY-PY-PAYEE-NAME(PAY-PY-IDX) TO RQ-PAYEE-NAME.
010720     MOVE PAY-PY-ADDRESS-LINE(PAY-PY-IDX) TO RQ-ADDRESS-LINE.
010730     MOVE PAY-PY-CITY(PAY-PY-IDX) TO RQ-CITY.
010740     MOVE PAY-PY-STATE(PAY-PY-IDX) TO RQ-STATE.
010750     MOVE PAY-PY-ZIP-CODE(PAY-PY-IDX) TO RQ-ZIP-CODE.
010760     MOVE PAY-GROUP-TOTAL TO RQ-AMOUNT.
010770     MOVE PAY-REMIT-PERIOD TO RQ-PERIOD-NUMBER.
010780     MOVE PAY-REMIT-CLOSE-DATE TO RQ-CLOSE-DATE.
010790     MOVE PAY-RUN-DATE TO RQ-RUN-DATE.
010800     WRITE CHECK-REQUEST-LINE FROM RQ-REQUEST-RECORD.
010810     IF PAY-REQUEST-STATUS NOT = '00'
010820         DISPLAY 'ERROR WRITING CHECK REQUEST - FILE STATUS: '
010830             PAY-REQUEST-STATUS
010840     END-IF.
010850     ADD 1 TO PAY-CHECK-PAYEE-COUNT.
010860 3500-WRITE-CHECK-REQUEST-EXIT.
010870     EXIT.
010880
010890*----------------------------------------------------------------
010900* 3600-WRITE-LEDGER-RECORD -- ONE LINE OF THE PAYEE'S SECTION
010910* ONTO THE REMITTANCE LEDGER, AND INTO THE MONTH'S PROOF.
010920*----------------------------------------------------------------
010930 3600-WRITE-LEDGER-RECORD.
010940     MOVE SPACES TO RMLRECORD.
010950     IF PAY-RD-AMOUNT(PAY-GROUP-IDX) < ZERO
010960         MOVE 'V' TO RML-ENTRY-TYPE
010970         COMPUTE RML-AMOUNT = ZERO - PAY-RD-AMOUNT(PAY-GROUP-IDX)
010980     ELSE
010990         MOVE 'R' TO RML-ENTRY-TYPE
011000         MOVE PAY-RD-AMOUNT(PAY-GROUP-IDX) TO RML-AMOUNT
011010     END-IF.
011020     MOVE PAY-REMIT-PERIOD TO RML-PERIOD-NUMBER.
011030     MOVE PAY-REMIT-CLOSE-DATE TO RML-CLOSE-DATE.
011040     MOVE PAY-RUN-DATE TO RML-REMIT-DATE.
011050     MOVE PAY-GROUP-PAYEE-ID TO RML-PAYEE-ID.
011060     MOVE PAY-RD-DED-CODE(PAY-GROUP-IDX) TO RML-DED-CODE.
011070     MOVE PAY-RD-EMPLOYEE-NUMBER(PAY-GROUP-IDX) TO
011080         RML-EMPLOYEE-NUMBER.
011090     MOVE PAY-RD-CASE-NUMBER(PAY-GROUP-IDX) TO RML-CASE-NUMBER.
011100     MOVE PAY-PY-REMIT-METHOD(PAY-PY-IDX) TO RML-REMIT-METHOD.
011110     WRITE RMLRECORD.
011120     IF PAY-LEDGER-STATUS NOT = '00'
011130         DISPLAY 'ERROR WRITING REMITTANCE LEDGER - FILE STATUS: '
011140             PAY-LEDGER-STATUS
011150     END-IF.
011160     ADD 1 TO PAY-LEDGER-WRITE-COUNT.
011170     MOVE PAY-RD-DED-CODE(PAY-GROUP-IDX) TO PAY-PC-LOOKUP-CODE.
011180     PERFORM 2500-FIND-PROOF-CODE
011190         THRU 2500-FIND-PROOF-CODE-EXIT.
011200     ADD PAY-RD-AMOUNT(PAY-GROUP-IDX) TO
011210         PAY-PC-REMITTED(PAY-PC-IDX).
011220     IF PAY-PY-REMIT-METHOD(PAY-PY-IDX) NOT = 'A'
011230         MOVE PAY-GROUP-PAYEE-ID TO RQ-A-PAYEE-ID
011240         MOVE PAY-RD-EMPLOYEE-NUMBER(PAY-GROUP-IDX) TO
011250             RQ-A-EMPLOYEE-NUMBER
011260         MOVE PAY-RD-INITIAL(PAY-GROUP-IDX) TO RQ-A-INITIAL
011270         MOVE PAY-RD-LASTNAME(PAY-GROUP-IDX) TO RQ-A-LASTNAME
011280         MOVE PAY-RD-DED-CODE(PAY-GROUP-IDX) TO RQ-A-DED-CODE
011290         MOVE PAY-RD-CASE-NUMBER(PAY-GROUP-IDX) TO
011300             RQ-A-CASE-NUMBER
011310         MOVE PAY-RD-AGENCY(PAY-GROUP-IDX) TO RQ-A-AGENCY
011320         MOVE RML-AMOUNT TO RQ-A-AMOUNT
011330         IF RML-VOID-RECOVERY
011340             MOVE '-' TO RQ-A-SIGN
011350         ELSE
011360             MOVE SPACE TO RQ-A-SIGN
011370         END-IF
011380         WRITE CHECK-REQUEST-LINE FROM RQ-ADVICE-RECORD
011390         IF PAY-REQUEST-STATUS NOT = '00'
011400             DISPLAY 'ERROR WRITING REMITTANCE ADVICE - FILE '
011410                 'STATUS: ' PAY-REQUEST-STATUS
011420         END-IF
011430     END-IF.
011440 3600-WRITE-LEDGER-RECORD-EXIT.
011450     EXIT.
011460
011470*----------------------------------------------------------------
011480* 4000-PRINT-PAYABLE-PROOF -- PER CODE AND IN TOTAL, OPENING PLUS
011490* WITHHELD LESS REMITTED. THE TOTAL CLOSING FIGURE IS WHAT THE
011500* DEDUCTIONS PAYABLE ACCOUNT SHOULD SHOW FOR THE MONTH.
011510*----------------------------------------------------------------
011520 4000-PRINT-PAYABLE-PROOF.
011530     WRITE REGISTER-LINE FROM RR-BLANK-LINE.
011540     MOVE PAY-PROOF-MONTH(1:4) TO RR-PROOF-YEAR.
011550     MOVE PAY-PROOF-MONTH(5:2) TO RR-PROOF-MONTH.
011560     WRITE REGISTER-LINE FROM RR-PROOF-HEADING-LINE.
011570     WRITE REGISTER-LINE FROM RR-PROOF-COLUMN-LINE.
011580     PERFORM 4100-PRINT-PROOF-LINE
011590         THRU 4100-PRINT-PROOF-LINE-EXIT
011600         VARYING PAY-PC-WRITE-IDX FROM 1 BY 1
011610         UNTIL PAY-PC-WRITE-IDX > PAY-PC-COUNT.
011620     MOVE 'TOT' TO RR-P-DED-CODE.
011630     MOVE PAY-PF-OPENING TO RR-P-OPENING.
011640     MOVE PAY-PF-WITHHELD TO RR-P-WITHHELD.
011650     MOVE PAY-PF-REMITTED TO RR-P-REMITTED.
011660     MOVE PAY-PF-CLOSING TO RR-P-CLOSING.
011670     WRITE REGISTER-LINE FROM RR-PROOF-DETAIL-LINE.
011680 4000-PRINT-PAYABLE-PROOF-EXIT.
011690     EXIT.
011700
011710 4100-PRINT-PROOF-LINE.
011720     COMPUTE PAY-PC-CLOSING =
011730         PAY-PC-OPENING(PAY-PC-WRITE-IDX)
011740         + PAY-PC-WITHHELD(PAY-PC-WRITE-IDX)
011750         - PAY-PC-REMITTED(PAY-PC-WRITE-IDX).
011760     MOVE PAY-PC-DED-CODE(PAY-PC-WRITE-IDX) TO RR-P-DED-CODE.
011770     MOVE PAY-PC-OPENING(PAY-PC-WRITE-IDX) TO RR-P-OPENING.
011780     MOVE PAY-PC-WITHHELD(PAY-PC-WRITE-IDX) TO RR-P-WITHHELD.
011790     MOVE PAY-PC-REMITTED(PAY-PC-WRITE-IDX) TO RR-P-REMITTED.
011800     MOVE PAY-PC-CLOSING TO RR-P-CLOSING.
011810     WRITE REGISTER-LINE FROM RR-PROOF-DETAIL-LINE.
011820     ADD PAY-PC-OPENING(PAY-PC-WRITE-IDX) TO PAY-PF-OPENING.
011830     ADD PAY-PC-WITHHELD(PAY-PC-WRITE-IDX) TO PAY-PF-WITHHELD.
011840     ADD PAY-PC-REMITTED(PAY-PC-WRITE-IDX) TO PAY-PF-REMITTED.
011850     ADD PAY-PC-CLOSING TO PAY-PF-CLOSING.
011860 4100-PRINT-PROOF-LINE-EXIT.
011870     EXIT.
011880
011890*----------------------------------------------------------------
011900* 9000-TERMINATE-REMITTANCE -- NACHA TRAILERS, THE REMITTANCE
011910* JOURNAL AND THE RUN RECONCILIATION.
011920*----------------------------------------------------------------
011930 9000-TERMINATE-REMITTANCE.
011940     IF PAY-ACH-OPEN = 'Y'
011950         PERFORM 9050-WRITE-NACHA-TRAILERS
011960             THRU 9050-WRITE-NACHA-TRAILERS-EXIT
011970         CLOSE ACH-FILE
011980     END-IF.
011990     IF PAY-REQUEST-OPEN = 'Y'
012000         CLOSE CHECK-REQUEST-FILE
012010     END-IF.
012020     IF PAY-TOTAL-REMITTED > ZERO
012030         PERFORM 9100-WRITE-REMIT-JOURNAL
012040             THRU 9100-WRITE-REMIT-JOURNAL-EXIT
012050     END-IF.
012060     CLOSE HISTORY-FILE.
012070     CLOSE PAYEE-FILE.
012080     CLOSE LEDGER-FILE.
012090     CLOSE REGISTER-FILE.
012100     DISPLAY 'DEDUCTION REMITTANCE RECONCILIATION - PERIOD '
012110         PAY-REMIT-PERIOD ' CLOSED ' PAY-REMIT-CLOSE-DATE.
012120     DISPLAY '  HISTORY RECORDS FOR THE PERIOD . . . : '
012130         PAY-PERIOD-RECORD-COUNT.
012140     DISPLAY '  PAYEES PAID BY ACH . . . . . . . . . : '
012150         PAY-ACH-PAYEE-COUNT.
012160     DISPLAY '  PAYEES PAID BY CHECK REQUEST . . . . : '
012170         PAY-CHECK-PAYEE-COUNT.
012180     DISPLAY '  PAYEES WITH NOTHING DUE. . . . . . . : '
012190         PAY-HELD-PAYEE-COUNT.
012200     DISPLAY '  LEDGER RECORDS WRITTEN . . . . . . . : '
012210         PAY-LEDGER-WRITE-COUNT.
012220     DISPLAY '  TOTAL REMITTED . . . . . . . . . . . : '
012230         PAY-TOTAL-REMITTED.
012240     IF PAY-UNASSIGNED-COUNT > ZERO
012250         DISPLAY '  DEDUCTIONS WITH NO PAYEE ON FILE . . : '
012260             PAY-UNASSIGNED-COUNT
012270         DISPLAY '  LEFT IN DEDUCTIONS PAYABLE . . . . . : '
012280             PAY-TOTAL-UNASSIGNED
012290     END-IF.
012300     IF PAY-ACH-OPEN = 'Y'
012310         DISPLAY 'SEND remitach.txt TO THE BANK.'
012320     END-IF.
012330     IF PAY-REQUEST-OPEN = 'Y'
012340         DISPLAY 'SEND remitcheck.txt TO ACCOUNTS PAYABLE.'
012350     END-IF.
012360 9000-TERMINATE-REMITTANCE-EXIT.
012370     EXIT.
012380
012390*----------------------------------------------------------------
012400* 9050-WRITE-NACHA-TRAILERS -- BATCH CONTROL, FILE CONTROL AND
012410* ALL-NINES PADDING TO A MULTIPLE OF THE BLOCKING FACTOR. THE
012420* ENTRY HASH KEEPS ONLY ITS LOW TEN DIGITS, PER THE NACHA RULE.
012430*----------------------------------------------------------------
012440 9050-WRITE-NACHA-TRAILERS.
012450     MOVE NA-ENTRY-HASH-WORK TO NA-ENTRY-HASH.
012460     MOVE NA-SERVICE-CLASS-CREDITS TO NA-BC-SERVICE-CLASS.
012470     MOVE NA-ENTRY-COUNT TO NA-BC-ENTRY-COUNT.
012480     MOVE NA-ENTRY-HASH TO NA-BC-ENTRY-HASH.
012490     MOVE ZERO TO NA-BC-TOTAL-DEBIT.
012500     MOVE NA-TOTAL-CREDIT-AMOUNT TO NA-BC-TOTAL-CREDIT.
012510     MOVE NA-COMPANY-ID TO NA-BC-COMPANY-ID.
012520     MOVE NA-ODFI-PREFIX TO NA-BC-ORIGINATING-DFI.
012530     MOVE 1 TO NA-BC-BATCH-NUMBER.
012540     WRITE ACH-LINE FROM NA-BATCH-CONTROL.
012550     IF PAY-ACH-STATUS NOT = '00'
012560         DISPLAY 'ERROR WRITING NACHA BATCH CONTROL - FILE '
012570             'STATUS: ' PAY-ACH-STATUS
012580     END-IF.
012590     ADD 1 TO NA-RECORD-COUNT.
012600*    THE FILE CONTROL RECORD COUNTS TOWARD THE BLOCK TOTAL, SO
012610*    IT IS COUNTED BEFORE THE BLOCK ARITHMETIC IS DONE.
012620     ADD 1 TO NA-RECORD-COUNT.
012630     COMPUTE NA-BLOCK-COUNT =
012640         (NA-RECORD-COUNT + NA-BLOCKING-FACTOR - 1) /
012650         NA-BLOCKING-FACTOR.
012660     MOVE 1 TO NA-FC-BATCH-COUNT.
012670     MOVE NA-BLOCK-COUNT TO NA-FC-BLOCK-COUNT.
012680     MOVE NA-ENTRY-COUNT TO NA-FC-ENTRY-COUNT.
012690     MOVE NA-ENTRY-HASH TO NA-FC-ENTRY-HASH.
012700     MOVE ZERO TO NA-FC-TOTAL-DEBIT.
012710     MOVE NA-TOTAL-CREDIT-AMOUNT TO NA-FC-TOTAL-CREDIT.
012720     WRITE ACH-LINE FROM NA-FILE-CONTROL.
012730     IF PAY-ACH-STATUS NOT = '00'
012740         DISPLAY 'ERROR WRITING NACHA FILE CONTROL - FILE '
012750             'STATUS: ' PAY-ACH-STATUS
012760     END-IF.
012770     COMPUTE NA-PAD-COUNT =
012780         (NA-BLOCK-COUNT * NA-BLOCKING-FACTOR) - NA-RECORD-COUNT.
012790     IF NA-PAD-COUNT > ZERO
012800         PERFORM 9060-WRITE-ONE-PAD-LINE
012810             THRU 9060-WRITE-ONE-PAD-LINE-EXIT
012820             VARYING NA-PAD-IDX FROM 1 BY 1
012830             UNTIL NA-PAD-IDX > NA-PAD-COUNT
012840     END-IF.
012850 9050-WRITE-NACHA-TRAILERS-EXIT.
012860     EXIT.
012870
012880 9060-WRITE-ONE-PAD-LINE.
012890     WRITE ACH-LINE FROM NA-PAD-LINE.
012900     IF PAY-ACH-STATUS NOT = '00'
012910         DISPLAY 'ERROR WRITING NACHA BLOCK PADDING - FILE '
012920             'STATUS: ' PAY-ACH-STATUS
012930     END-IF.
012940 9060-WRITE-ONE-PAD-LINE-EXIT.
012950     EXIT.
012960
012970*----------------------------------------------------------------
012980* 9100-WRITE-REMIT-JOURNAL -- THE MONEY SENT COMES OUT OF
012990* DEDUCTIONS PAYABLE AND OUT OF CASH. THE TRAILER REPEATS BOTH
013000* TOTALS LIKE THE PAYROLL JOURNAL.
013010*----------------------------------------------------------------
013020 9100-WRITE-REMIT-JOURNAL.
013030     OPEN OUTPUT REMIT-JOURNAL-FILE.
013040     IF PAY-JOURNAL-STATUS NOT = '00'
013050         DISPLAY 'ERROR OPENING REMITTANCE JOURNAL FILE - FILE '
013060             'STATUS: ' PAY-JOURNAL-STATUS ' - POST THE '
013070             'REMITTANCE BY HAND.'
013080         GO TO 9100-WRITE-REMIT-JOURNAL-EXIT
013090     END-IF.
013100     MOVE GL-DEDUCTIONS-PAYABLE-ACCT TO JL-ACCOUNT-NUMBER.
013110     MOVE 'DEDUCTIONS PAYABLE' TO JL-ACCOUNT-NAME.
013120     MOVE 'D' TO JL-DEBIT-CREDIT.
013130     MOVE PAY-TOTAL-REMITTED TO JL-AMOUNT.
013140     PERFORM 9110-WRITE-JOURNAL-LINE
013150         THRU 9110-WRITE-JOURNAL-LINE-EXIT.
013160     MOVE GL-CASH-ACCT TO JL-ACCOUNT-NUMBER.
013170     MOVE 'CASH - PAYROLL' TO JL-ACCOUNT-NAME.
013180     MOVE 'C' TO JL-DEBIT-CREDIT.
013190     MOVE PAY-TOTAL-REMITTED TO JL-AMOUNT.
013200     PERFORM 9110-WRITE-JOURNAL-LINE
013210         THRU 9110-WRITE-JOURNAL-LINE-EXIT.
013220     MOVE 'T' TO JL-T-RECORD-TYPE.
013230     MOVE PAY-TOTAL-DEBITS-WRITTEN TO JL-T-DEBIT-TOTAL.
013240     MOVE PAY-TOTAL-CREDITS-WRITTEN TO JL-T-CREDIT-TOTAL.
013250     IF PAY-TOTAL-DEBITS-WRITTEN = PAY-TOTAL-CREDITS-WRITTEN
013260         MOVE 'BALANCED' TO JL-T-BALANCE-FLAG
013270     ELSE
013280         MOVE 'MISMATCH' TO JL-T-BALANCE-FLAG
013290     END-IF.
013300     WRITE JOURNAL-LINE FROM JL-TRAILER-LINE.
013310     IF PAY-JOURNAL-STATUS NOT = '00'
013320         DISPLAY 'ERROR WRITING REMITTANCE JOURNAL TRAILER - '
013330             'FILE STATUS: ' PAY-JOURNAL-STATUS
013340     END-IF.
013350     CLOSE REMIT-JOURNAL-FILE.
013360 9100-WRITE-REMIT-JOURNAL-EXIT.
013370     EXIT.
013380
013390 9110-WRITE-JOURNAL-LINE.
013400     MOVE 'J' TO JL-RECORD-TYPE.
013410     MOVE PAY-RUN-DATE TO JL-RUN-DATE.
013420     IF JL-DEBIT-CREDIT = 'D'
013430         ADD JL-AMOUNT TO PAY-TOTAL-DEBITS-WRITTEN
013440     ELSE
013450         ADD JL-AMOUNT TO PAY-TOTAL-CREDITS-WRITTEN
013460     END-IF.
013470     WRITE JOURNAL-LINE FROM JL-DETAIL-LINE.
013480     IF PAY-JOURNAL-STATUS NOT = '00'
013490         DISPLAY 'ERROR WRITING REMITTANCE JOURNAL LINE - FILE '
013500             'STATUS: ' PAY-JOURNAL-STATUS
013510     END-IF.
013520 9110-WRITE-JOURNAL-LINE-EXIT.
013530     EXIT.
013540
013550 END PROGRAM DedRemit.
