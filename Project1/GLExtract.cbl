000660*                  A MISMATCH FLAGS THE TRAILER MISMATCH, WARNS
000670*                  THE OPERATOR NOT TO POST, AND SETS A NONZERO
000680*                  RETURN CODE.
000690* 10-15-2026  CNR  THE COMPANY'S OWN PAYROLL TAXES NOW POST WITH
000700*                  THE ENTRY. EMPLOYER FICA, FUTA AND SUTA ARE
000710*                  FIGURED PER EMPLOYEE OFF THE EMPLOYER RATE
000720*                  TABLE (ERTREC / employertax.txt), EACH AGAINST
000730*                  ITS OWN WAGE BASE USING THE EMPLOYEE'S WAGES
000740*                  FOR THE YEAR FROM THE CLOSED RECORDS ON
000750*                  payhistory.txt, AND POST AS A PAYROLL TAX
000760*                  EXPENSE DEBIT / EMPLOYER TAX PAYABLE CREDIT
000770*                  PAIR. VOIDS REVERSE THEIR SHARE ON THE VOID
000780*                  ENTRY. SOURCE RESEQUENCED.
000790* 10-15-2026  CNR  STATE INCOME TAX WITHHELD NOW POSTS TO STATE
000800*                  W/H PAYABLE, ONE CREDIT LINE PER WORK STATE SO
000810*                  EACH STATE CAN BE REMITTED OFF ITS OWN LINE.
000820*                  VOIDS DEBIT THE SAME ACCOUNT PER STATE. STATE
000830*                  TAX IS PART OF BOTH BALANCE PROOFS. SOURCE
000840*                  RESEQUENCED.
000850* 10-15-2026  CNR  WAGE EXPENSE NOW DEBITS BY COST CENTER. EACH
000860*                  RECORD'S GROSS IS POSTED BY THE LABOR
000870*                  DISTRIBUTION SPLIT STAMPED ON THE MASTER (OR
000880*                  WHOLLY TO THE HOME DEPARTMENT WHEN THERE IS
000890*                  NONE), ONE DEBIT LINE PER DEPARTMENT TO THE
000900*                  EXPENSE ACCOUNT ON THE DEPARTMENT REFERENCE
000910*                  FILE (departments.txt). A DEPARTMENT WITH NO
000920*                  ACCOUNT, OR NO FILE, POSTS TO 61000. VOIDS
000930*                  CREDIT BACK THE SAME WAY. SOURCE RESEQUENCED.
000940* 10-15-2026  CNR  EMPLOYER FICA, FUTA AND SUTA, AND THE WAGES
000950*                  CLOSED SO FAR THIS YEAR THAT THEIR WAGE BASES
000960*                  ARE TESTED AGAINST, NOW USE THE RECORD'S FICA
000970*                  WAGES INSTEAD OF GROSS, SO SECTION 125
000980*                  DEDUCTIONS NO LONGER OVERSTATE THE EMPLOYER TAX
000990*                  PAIR. A RECORD WRITTEN BEFORE THE FICA WAGE
001000*                  FIELD EXISTED FALLS BACK TO GROSS. A
001010*                  COST-CENTER SLOT NOW COUNTS ONLY WHEN ITS HOURS
001020*                  ARE ALSO NUMERIC, AS ON THE LABOR DISTRIBUTION
001030*                  REPORT. SOURCE RESEQUENCED.
001040*================================================================
001050
001060 ENVIRONMENT DIVISION.
001070 INPUT-OUTPUT SECTION.
001080 FILE-CONTROL.
001090     SELECT PAYROLL-FILE ASSIGN TO 'paymaster.dat'
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS SEQUENTIAL
001120         RECORD KEY IS OUT-EMPLOYEE-NUMBER
001130         FILE STATUS IS PAY-FILE-STATUS.
001140     SELECT JOURNAL-FILE ASSIGN TO 'gljournal.txt'
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS PAY-JOURNAL-STATUS.
001170     SELECT CALENDAR-FILE ASSIGN TO 'paycalendar.txt'
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS PAY-CAL-STATUS.
001200     SELECT ER-RATE-FILE ASSIGN TO 'employertax.txt'
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS PAY-ERT-STATUS.
001230     SELECT HISTORY-FILE ASSIGN TO 'payhistory.txt'
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS PAY-HIST-STATUS.
001260     SELECT DEPT-FILE ASSIGN TO 'departments.txt'
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS PAY-DEPT-STATUS.
001290
001300 DATA DIVISION.
001310 FILE SECTION.
001320 FD  PAYROLL-FILE.
001330     COPY PAYRECOUT.
001340
001350 FD  JOURNAL-FILE.
001360 01  JOURNAL-LINE              PIC X(80).
001370
001380 FD  CALENDAR-FILE.
001390     COPY CALREC.
001400
001410 FD  ER-RATE-FILE.
001420     COPY ERTREC.
001430
001440 FD  HISTORY-FILE.
001450     COPY HISTREC.
001460
001470 FD  DEPT-FILE.
001480     COPY DEPTREC.
001490
001500 WORKING-STORAGE SECTION.
001510*----------------------------------------------------------------
001520* RUN CONTROL FIELDS AND PAYROLL TOTALS
001530*----------------------------------------------------------------
001540 01  PAY-END-OF-FILE           PIC X(1) VALUE 'N'.
001550     88  PAY-NO-MORE-RECORDS   VALUE 'Y'.
001560 01  PAY-FILE-STATUS           PIC X(2).
001570 01  PAY-JOURNAL-STATUS        PIC X(2).
001580 01  PAY-RECORD-COUNT          PIC 9(7) COMP VALUE ZERO.
001590 01  PAY-OTHER-PERIOD-COUNT    PIC 9(7) COMP VALUE ZERO.
001600 01  PAY-RUN-DATE              PIC 9(8).
001610
001620*----------------------------------------------------------------
001630* PAY-PERIOD CALENDAR CONTROLS. THE PERIOD BEING POSTED IS THE
001640* EARLIEST PERIOD NOT YET CLOSED WHOSE START DATE HAS BEEN
001650* REACHED -- THE SAME SELECTION DirectDeposit.cbl MAKES, SO THE
001660* JOURNAL TOTALS THE SAME POPULATION THE EXTRACT DISBURSES.
001670*----------------------------------------------------------------
001680 01  PAY-CAL-STATUS            PIC X(2).
001690 01  PAY-END-OF-CAL            PIC X(1) VALUE 'N'.
001700 01  PAY-CAL-TABLE.
001710     05  PAY-CAL-COUNT             PIC 9(3) COMP VALUE ZERO.
001720     05  PAY-CAL-ENTRY OCCURS 1 TO 100 TIMES
001730             DEPENDING ON PAY-CAL-COUNT
001740             INDEXED BY PAY-CAL-IDX.
001750         10  PAY-C-PERIOD-NUMBER    PIC 9(4).
001760         10  PAY-C-START-DATE       PIC 9(8).
001770         10  PAY-C-END-DATE         PIC 9(8).
001780         10  PAY-C-STATUS           PIC X(1).
001790         10  PAY-C-PERIOD-TYPE      PIC X(1).
001800 01  PAY-CURRENT-PERIOD-IDX    PIC 9(3) COMP VALUE ZERO.
001810 01  PAY-SUPPL-PERIOD-IDX     PIC 9(3) COMP VALUE ZERO.
001820 01  PAY-CURRENT-PERIOD        PIC 9(4) VALUE ZERO.
001830 01  PAY-CAL-WRITE-IDX         PIC 9(3) COMP VALUE ZERO.
001840 77  PAY-CAL-MAX-ENTRIES       PIC 9(3) VALUE 100.
001850 01  PAY-TOTAL-GROSS           PIC 9(11)V99 VALUE ZERO.
001860 01  PAY-TOTAL-FICA            PIC 9(11)V99 VALUE ZERO.
001870 01  PAY-TOTAL-FED-TAX         PIC 9(11)V99 VALUE ZERO.
001880 01  PAY-TOTAL-NET             PIC 9(11)V99 VALUE ZERO.
001890 01  PAY-TOTAL-OTHER-DED       PIC 9(11)V99 VALUE ZERO.
001900 01  PAY-TOTAL-STATE-TAX       PIC 9(11)V99 VALUE ZERO.
001910 01  PAY-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
001920 01  PAY-OUT-OF-BALANCE        PIC S9(11)V99 VALUE ZERO.
001930
001940*----------------------------------------------------------------
001950* VOID (ACTION V) RECORD TOTALS. VOIDS POST AS A SEPARATE
001960* OFFSETTING ENTRY SO THE NORMAL CASH CREDIT LINE STILL EQUALS
001970* WHAT THE DEPOSIT RUN ACTUALLY DISBURSED.
001980*----------------------------------------------------------------
001990 01  PAY-VOID-COUNT            PIC 9(7) COMP VALUE ZERO.
002000 01  PAY-VOID-GROSS            PIC 9(11)V99 VALUE ZERO.
002010 01  PAY-VOID-FICA             PIC 9(11)V99 VALUE ZERO.
002020 01  PAY-VOID-FED-TAX          PIC 9(11)V99 VALUE ZERO.
002030 01  PAY-VOID-NET              PIC 9(11)V99 VALUE ZERO.
002040 01  PAY-VOID-OTHER-DED        PIC 9(11)V99 VALUE ZERO.
002050 01  PAY-VOID-STATE-TAX        PIC 9(11)V99 VALUE ZERO.
002060 01  PAY-VOID-BACKOUT-TOTAL    PIC 9(11)V99 VALUE ZERO.
002070 01  PAY-VOID-OUT-OF-BALANCE   PIC S9(11)V99 VALUE ZERO.
002080 01  PAY-TOTAL-DEBITS-WRITTEN  PIC 9(11)V99 VALUE ZERO.
002090 01  PAY-TOTAL-CREDITS-WRITTEN PIC 9(11)V99 VALUE ZERO.
002100 01  PAY-LINES-OUT-OF-BALANCE  PIC S9(11)V99 VALUE ZERO.
002110 01  PAY-LINES-BALANCED        PIC X(1) VALUE 'Y'.
002120 77  PAY-MISMATCH-RC           PIC 9(1) VALUE 8.
002130
002140*----------------------------------------------------------------
002150* PER-CODE DEDUCTION TOTALS. EACH DEDUCTION CODE WITHHELD THIS
002160* PERIOD IS SUMMED HERE AND CREDITED ON ITS OWN DEDUCTIONS-
002170* PAYABLE JOURNAL LINE.
002180*----------------------------------------------------------------
002190 01  PAY-DEDTOT-TABLE.
002200     05  PAY-DEDTOT-COUNT          PIC 9(3) COMP VALUE ZERO.
002210     05  PAY-DEDTOT-ENTRY OCCURS 1 TO 50 TIMES
002220             DEPENDING ON PAY-DEDTOT-COUNT
002230             INDEXED BY PAY-DEDTOT-IDX.
002240         10  PAY-DT-CODE           PIC X(3).
002250         10  PAY-DT-AMOUNT         PIC 9(11)V99.
002260 01  PAY-DED-SCAN-IDX          PIC 9(1) COMP VALUE ZERO.
002270 01  PAY-DEDTOT-WRITE-IDX      PIC 9(3) COMP VALUE ZERO.
002280 01  PAY-DEDTOT-MATCHED        PIC X(1) VALUE 'N'.
002290 77  PAY-DEDTOT-MAX-ENTRIES    PIC 9(3) VALUE 50.
002300 77  PAY-DED-MAX-ITEMS         PIC 9(1) VALUE 5.
002310 01  PAY-DED-ACCT-NAME.
002320     05  FILLER                PIC X(21) VALUE
002330         'DEDUCTIONS PAYABLE - '.
002340     05  PAY-DED-ACCT-CODE     PIC X(3).
002350
002360*----------------------------------------------------------------
002370* PER-CODE DEDUCTION TOTALS OFF VOID RECORDS -- EACH CODE COMES
002380* BACK AS A DEBIT ON ITS OWN DEDUCTIONS-PAYABLE LINE.
002390*----------------------------------------------------------------
002400 01  PAY-VDTOT-TABLE.
002410     05  PAY-VDTOT-COUNT           PIC 9(3) COMP VALUE ZERO.
002420     05  PAY-VDTOT-ENTRY OCCURS 1 TO 50 TIMES
002430             DEPENDING ON PAY-VDTOT-COUNT
002440             INDEXED BY PAY-VDTOT-IDX.
002450         10  PAY-VD-CODE           PIC X(3).
002460         10  PAY-VD-AMOUNT         PIC 9(11)V99.
002470 01  PAY-VDTOT-WRITE-IDX       PIC 9(3) COMP VALUE ZERO.
002480 01  PAY-VDTOT-MATCHED         PIC X(1) VALUE 'N'.
002490 01  PAY-VDED-ACCT-NAME.
002500     05  FILLER                PIC X(19) VALUE
002510         'DED PAYABLE VOID - '.
002520     05  PAY-VDED-ACCT-CODE    PIC X(3).
002530
002540*----------------------------------------------------------------
002550* PER-STATE INCOME TAX TOTALS. EACH WORK STATE WITHHELD FOR THIS
002560* PERIOD IS CREDITED ON ITS OWN STATE W/H PAYABLE LINE; VOIDED
002570* STATE TAX COMES BACK AS A DEBIT PER STATE THE SAME WAY.
002580*----------------------------------------------------------------
002590 01  PAY-STTOT-TABLE.
002600     05  PAY-STTOT-COUNT           PIC 9(3) COMP VALUE ZERO.
002610     05  PAY-STTOT-ENTRY OCCURS 1 TO 60 TIMES
002620             DEPENDING ON PAY-STTOT-COUNT
002630             INDEXED BY PAY-STTOT-IDX.
002640         10  PAY-ST-CODE           PIC X(2).
002650         10  PAY-ST-AMOUNT         PIC 9(11)V99.
002660 01  PAY-STTOT-WRITE-IDX       PIC 9(3) COMP VALUE ZERO.
002670 01  PAY-STTOT-MATCHED         PIC X(1) VALUE 'N'.
002680 77  PAY-STTOT-MAX-ENTRIES     PIC 9(3) VALUE 60.
002690 01  PAY-VSTTOT-TABLE.
002700     05  PAY-VSTTOT-COUNT          PIC 9(3) COMP VALUE ZERO.
002710     05  PAY-VSTTOT-ENTRY OCCURS 1 TO 60 TIMES
002720             DEPENDING ON PAY-VSTTOT-COUNT
002730             INDEXED BY PAY-VSTTOT-IDX.
002740         10  PAY-VS-CODE           PIC X(2).
002750         10  PAY-VS-AMOUNT         PIC 9(11)V99.
002760 01  PAY-VSTTOT-WRITE-IDX      PIC 9(3) COMP VALUE ZERO.
002770 01  PAY-VSTTOT-MATCHED        PIC X(1) VALUE 'N'.
002780 01  PAY-RECORD-STATE-TAX      PIC 9(7)V99 VALUE ZERO.
002790 01  PAY-STATE-ACCT-NAME.
002800     05  FILLER                PIC X(20) VALUE
002810         'STATE W/H PAYABLE - '.
002820     05  PAY-STATE-ACCT-CODE   PIC X(2).
002830 01  PAY-VSTATE-ACCT-NAME.
002840     05  FILLER                PIC X(18) VALUE
002850         'STATE W/H VOIDS - '.
002860     05  PAY-VSTATE-ACCT-CODE  PIC X(2).
002870
002880*----------------------------------------------------------------
002890* WAGE EXPENSE ACCOUNT FOR EACH DEPARTMENT, LOADED FROM DEPT-FILE.
002900* A DEPARTMENT WITH NO ACCOUNT ON THE FILE IS HELD AT THE COMPANY
002910* SALARY AND WAGE EXPENSE ACCOUNT.
002920*----------------------------------------------------------------
002930 01  PAY-DEPT-STATUS           PIC X(2).
002940 01  PAY-END-OF-DEPT           PIC X(1) VALUE 'N'.
002950 01  PAY-GLDEPT-TABLE.
002960     05  PAY-GLDEPT-COUNT          PIC 9(3) COMP VALUE ZERO.
002970     05  PAY-GLDEPT-ENTRY OCCURS 1 TO 500 TIMES
002980             DEPENDING ON PAY-GLDEPT-COUNT
002990             INDEXED BY PAY-GLDEPT-IDX.
003000         10  PAY-GD-DEPT-CODE      PIC X(4).
003010         10  PAY-GD-ACCOUNT        PIC 9(5).
003020 77  PAY-GLDEPT-MAX-ENTRIES    PIC 9(3) VALUE 500.
003030
003040*----------------------------------------------------------------
003050* PER-COST-CENTER WAGE EXPENSE TOTALS. EACH DEPARTMENT CHARGED
003060* THIS PERIOD IS DEBITED ON ITS OWN WAGE EXPENSE LINE; VOIDED
003070* GROSS COMES BACK AS A CREDIT PER DEPARTMENT THE SAME WAY. THE
003080* RECORD'S GROSS IS SPREAD OVER THE SPLIT STAMPED ON THE MASTER,
003090* THE LAST COST CENTER TAKING WHAT IS LEFT SO THE LINES FOOT TO
003100* TOTAL GROSS.
003110*----------------------------------------------------------------
003120 01  PAY-WXTOT-TABLE.
003130     05  PAY-WXTOT-COUNT           PIC 9(3) COMP VALUE ZERO.
003140     05  PAY-WXTOT-ENTRY OCCURS 1 TO 500 TIMES
003150             DEPENDING ON PAY-WXTOT-COUNT
003160             INDEXED BY PAY-WXTOT-IDX.
003170         10  PAY-WX-DEPT-CODE      PIC X(4).
003180         10  PAY-WX-ACCOUNT        PIC 9(5).
003190         10  PAY-WX-AMOUNT         PIC 9(11)V99.
003200         10  PAY-WX-VOID-AMOUNT    PIC 9(11)V99.
003210 01  PAY-WXTOT-WRITE-IDX       PIC 9(3) COMP VALUE ZERO.
003220 01  PAY-WXTOT-MATCHED         PIC X(1) VALUE 'N'.
003230 77  PAY-WXTOT-MAX-ENTRIES     PIC 9(3) VALUE 500.
003240 01  PAY-WX-VOID-SW            PIC X(1) VALUE 'N'.
003250     88  PAY-WX-POSTING-VOID   VALUE 'Y'.
003260 01  PAY-DIST-IDX              PIC 9(1) COMP VALUE ZERO.
003270 01  PAY-DIST-LAST-IDX         PIC 9(1) COMP VALUE ZERO.
003280 77  PAY-DIST-MAX-ITEMS        PIC 9(1) VALUE 5.
003290 01  PAY-SHARE-DEPT-CODE       PIC X(4).
003300 01  PAY-SHARE-GROSS           PIC 9(7)V99 VALUE ZERO.
003310 01  PAY-LEFT-GROSS            PIC 9(7)V99 VALUE ZERO.
003320 01  PAY-WX-ACCT-NAME.
003330     05  FILLER                PIC X(15) VALUE
003340         'WAGE EXPENSE - '.
003350     05  PAY-WX-ACCT-CODE      PIC X(4).
003360 01  PAY-VWX-ACCT-NAME.
003370     05  FILLER                PIC X(20) VALUE
003380         'WAGE EXPENSE VOID - '.
003390     05  PAY-VWX-ACCT-CODE     PIC X(4).
003400
003410*----------------------------------------------------------------
003420* EMPLOYER PAYROLL TAX RATES IN EFFECT FOR THIS RUN, LOADED FROM
003430* ER-RATE-FILE: THE LATEST RECORD EFFECTIVE ON OR BEFORE THE RUN
003440* DATE, THE SAME RULE Payroll.cbl USES FOR taxrates.txt.
003450*----------------------------------------------------------------
003460 01  PAY-ERT-STATUS            PIC X(2).
003470 01  PAY-END-OF-ERT            PIC X(1) VALUE 'N'.
003480 01  PAY-ERT-RATES-FOUND       PIC X(1) VALUE 'N'.
003490 01  PAY-ERT-EFFECTIVE-DATE    PIC 9(8) VALUE ZERO.
003500 01  PAY-ER-FICA-RATE          PIC 9V9999 VALUE ZERO.
003510 01  PAY-ER-FICA-WAGE-BASE     PIC 9(7)V99 VALUE ZERO.
003520 01  PAY-ER-FUTA-RATE          PIC 9V9999 VALUE ZERO.
003530 01  PAY-ER-FUTA-WAGE-BASE     PIC 9(7)V99 VALUE ZERO.
003540 01  PAY-ER-SUTA-RATE          PIC 9V9999 VALUE ZERO.
003550 01  PAY-ER-SUTA-WAGE-BASE     PIC 9(7)V99 VALUE ZERO.
003560
003570*----------------------------------------------------------------
003580* EACH EMPLOYEE'S WAGES SO FAR THIS CALENDAR YEAR, TOTALED OFF
003590* THE CLOSED RECORDS ON THE PAY HISTORY FILE (NORMAL AND
003600* ADJUSTMENT PAYMENTS LESS VOIDS, AT FICA WAGES; GROSS ON A
003610* RECORD WRITTEN BEFORE THE FICA WAGE FIELD EXISTED) -- THE
003620* STARTING POINT FOR EVERY EMPLOYER WAGE-BASE TEST. A MISSING
003630* HISTORY FILE MEANS NOTHING HAS CLOSED YET AND EVERY EMPLOYEE
003640* STARTS AT ZERO.
003650*----------------------------------------------------------------
003660 01  PAY-HIST-STATUS           PIC X(2).
003670 01  PAY-END-OF-HIST           PIC X(1) VALUE 'N'.
003680 01  PAY-RUN-YEAR              PIC 9(4) VALUE ZERO.
003690 01  PAY-HW-TABLE.
003700     05  PAY-HW-COUNT              PIC 9(5) COMP VALUE ZERO.
003710     05  PAY-HW-ENTRY OCCURS 1 TO 50000 TIMES
003720             DEPENDING ON PAY-HW-COUNT
003730             INDEXED BY PAY-HW-IDX.
003740         10  PAY-HW-EMPLOYEE-NUMBER PIC 9(9).
003750         10  PAY-HW-YTD-WAGES       PIC S9(9)V99.
003760 01  PAY-HW-MATCHED            PIC X(1) VALUE 'N'.
003770 01  PAY-HW-RECORD-WAGES       PIC 9(7)V99 VALUE ZERO.
003780 77  PAY-HW-MAX-ENTRIES        PIC 9(5) VALUE 50000.
003790
003800*----------------------------------------------------------------
003810* EMPLOYER TAX WORK FIELDS FOR THE EMPLOYEE BEING TOTALED, AND
003820* THE RUN TOTALS POSTED ON THE EXPENSE/LIABILITY PAIR.
003830*----------------------------------------------------------------
003840 01  PAY-ER-TAX-WAGES          PIC 9(7)V99 VALUE ZERO.
003850 01  PAY-ER-PRIOR-WAGES        PIC S9(9)V99 VALUE ZERO.
003860 01  PAY-ER-AFTER-WAGES        PIC S9(9)V99 VALUE ZERO.
003870 01  PAY-ER-WAGE-BASE          PIC 9(7)V99 VALUE ZERO.
003880 01  PAY-ER-BASE-BEFORE        PIC S9(9)V99 VALUE ZERO.
003890 01  PAY-ER-BASE-AFTER         PIC S9(9)V99 VALUE ZERO.
003900 01  PAY-ER-TAXABLE            PIC S9(9)V99 VALUE ZERO.
003910 01  PAY-ER-FICA-AMOUNT        PIC 9(7)V99 VALUE ZERO.
003920 01  PAY-ER-FUTA-AMOUNT        PIC 9(7)V99 VALUE ZERO.
003930 01  PAY-ER-SUTA-AMOUNT        PIC 9(7)V99 VALUE ZERO.
003940 01  PAY-TOTAL-ER-FICA         PIC 9(11)V99 VALUE ZERO.
003950 01  PAY-TOTAL-ER-FUTA         PIC 9(11)V99 VALUE ZERO.
003960 01  PAY-TOTAL-ER-SUTA         PIC 9(11)V99 VALUE ZERO.
003970 01  PAY-TOTAL-ER-TAX          PIC 9(11)V99 VALUE ZERO.
003980 01  PAY-VOID-ER-FICA          PIC 9(11)V99 VALUE ZERO.
003990 01  PAY-VOID-ER-FUTA          PIC 9(11)V99 VALUE ZERO.
004000 01  PAY-VOID-ER-SUTA          PIC 9(11)V99 VALUE ZERO.
004010 01  PAY-VOID-ER-TAX           PIC 9(11)V99 VALUE ZERO.
004020
004030*----------------------------------------------------------------
004040* GENERAL LEDGER ACCOUNT NUMBERS FOR THE PAYROLL JOURNAL ENTRY
004050*----------------------------------------------------------------
004060 77  GL-SALARY-EXPENSE-ACCT    PIC 9(5) VALUE 61000.
004070 77  GL-FICA-PAYABLE-ACCT      PIC 9(5) VALUE 21100.
004080 77  GL-FED-WH-PAYABLE-ACCT    PIC 9(5) VALUE 21200.
004090 77  GL-STATE-WH-PAYABLE-ACCT  PIC 9(5) VALUE 21400.
004100 77  GL-DEDUCTIONS-PAYABLE-ACCT PIC 9(5) VALUE 21300.
004110 77  GL-CASH-ACCT              PIC 9(5) VALUE 10100.
004120 77  GL-PAYROLL-TAX-EXPENSE-ACCT PIC 9(5) VALUE 61500.
004130 77  GL-EMPLOYER-TAX-PAYABLE-ACCT PIC 9(5) VALUE 21500.
004140
004150*----------------------------------------------------------------
004160* JOURNAL ENTRY LINE LAYOUTS
004170*----------------------------------------------------------------
004180 01  JL-DETAIL-LINE.
004190     10  JL-RECORD-TYPE        PIC X(1).
004200         88  JL-TYPE-DETAIL    VALUE 'J'.
004210     10  FILLER                PIC X(1) VALUE SPACE.
004220     10  JL-ACCOUNT-NUMBER     PIC 9(5).
004230     10  FILLER                PIC X(1) VALUE SPACE.
004240     10  JL-ACCOUNT-NAME       PIC X(24).
004250     10  FILLER                PIC X(1) VALUE SPACE.
004260     10  JL-DEBIT-CREDIT       PIC X(1).
004270     10  FILLER                PIC X(1) VALUE SPACE.
004280     10  JL-AMOUNT             PIC 9(11)V99.
004290     10  FILLER                PIC X(1) VALUE SPACE.
004300     10  JL-RUN-DATE           PIC 9(8).
004310
004320 01  JL-TRAILER-LINE.
004330     10  JL-T-RECORD-TYPE      PIC X(1).
004340         88  JL-TYPE-TRAILER   VALUE 'T'.
004350     10  FILLER                PIC X(1) VALUE SPACE.
004360     10  JL-T-DEBIT-TOTAL      PIC 9(11)V99.
004370     10  FILLER                PIC X(1) VALUE SPACE.
004380     10  JL-T-CREDIT-TOTAL     PIC 9(11)V99.
004390     10  FILLER                PIC X(1) VALUE SPACE.
004400     10  JL-T-BALANCE-FLAG     PIC X(8).
004410
004420 PROCEDURE DIVISION.
004430
004440 0000-MAIN-PROCEDURE.
004450     PERFORM 1000-INITIALIZE-EXTRACT
004460         THRU 1000-INITIALIZE-EXTRACT-EXIT.
004470     PERFORM 2000-ACCUMULATE-RECORD
004480         THRU 2000-ACCUMULATE-RECORD-EXIT
004490         UNTIL PAY-NO-MORE-RECORDS.
004500     PERFORM 3000-PROVE-BALANCE
004510         THRU 3000-PROVE-BALANCE-EXIT.
004520     PERFORM 4000-WRITE-JOURNAL-ENTRY
004530         THRU 4000-WRITE-JOURNAL-ENTRY-EXIT.
004540     PERFORM 9000-TERMINATE-EXTRACT
004550         THRU 9000-TERMINATE-EXTRACT-EXIT.
004560     STOP RUN.
004570
004580*----------------------------------------------------------------
004590* 1000-INITIALIZE-EXTRACT -- OPEN THE MASTER AND PRIME THE FIRST
004600* RECORD. A MISSING MASTER MEANS THERE IS NOTHING TO POST.
004610*----------------------------------------------------------------
004620 1000-INITIALIZE-EXTRACT.
004630     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
004640     PERFORM 1100-CHECK-PAY-CALENDAR
004650         THRU 1100-CHECK-PAY-CALENDAR-EXIT.
004660     PERFORM 1200-LOAD-EMPLOYER-RATES
004670         THRU 1200-LOAD-EMPLOYER-RATES-EXIT.
004680     PERFORM 1300-LOAD-HISTORY-WAGES
004690         THRU 1300-LOAD-HISTORY-WAGES-EXIT.
004700     PERFORM 1400-LOAD-DEPT-ACCOUNTS
004710         THRU 1400-LOAD-DEPT-ACCOUNTS-EXIT.
004720     OPEN INPUT PAYROLL-FILE.
004730*    A MASTER THAT EXISTS BUT WILL NOT OPEN (E.G. A RECORD
004740*    LAYOUT/ATTRIBUTE MISMATCH, FILE STATUS 39, FROM A MISSED
004750*    MasterUpgrade RUN) MUST NOT FALL THROUGH TO THE READS.
004760     IF PAY-FILE-STATUS NOT = '00'
004770         AND PAY-FILE-STATUS NOT = '35'
004780         AND PAY-FILE-STATUS NOT = '05'
004790         DISPLAY 'ERROR OPENING PAYROLL MASTER - FILE STATUS: '
004800             PAY-FILE-STATUS ' - RUN TERMINATED.'
004810         STOP RUN
004820     END-IF.
004830     IF PAY-FILE-STATUS = '35' OR PAY-FILE-STATUS = '05'
004840         DISPLAY 'NO PAYROLL MASTER FOUND - NOTHING TO POST - '
004850             'RUN TERMINATED.'
004860         CLOSE PAYROLL-FILE
004870         STOP RUN
004880     END-IF.
004890     PERFORM 2100-READ-PAYROLL-FILE
004900         THRU 2100-READ-PAYROLL-FILE-EXIT.
004910 1000-INITIALIZE-EXTRACT-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------------
004950* 1100-CHECK-PAY-CALENDAR -- LOAD THE CALENDAR AND SELECT THE
004960* PERIOD TO POST: THE EARLIEST PERIOD NOT YET CLOSED WHOSE
004970* START DATE HAS BEEN REACHED, THE SAME SELECTION THE DEPOSIT
004980* EXTRACT MAKES.
004990*----------------------------------------------------------------
005000 1100-CHECK-PAY-CALENDAR.
005010     OPEN INPUT CALENDAR-FILE.
005020     IF PAY-CAL-STATUS NOT = '00'
005030         DISPLAY 'NO PAY-PERIOD CALENDAR FILE FOUND - NOTHING '
005040             'TO POST - RUN TERMINATED.'
005050         STOP RUN
005060     END-IF.
005070     PERFORM 1110-LOAD-CALENDAR-RECORD
005080         THRU 1110-LOAD-CALENDAR-RECORD-EXIT
005090         UNTIL PAY-END-OF-CAL = 'Y'.
005100     CLOSE CALENDAR-FILE.
005110     PERFORM 1120-FIND-CURRENT-PERIOD
005120         THRU 1120-FIND-CURRENT-PERIOD-EXIT
005130         VARYING PAY-CAL-WRITE-IDX FROM 1 BY 1
005140         UNTIL PAY-CAL-WRITE-IDX > PAY-CAL-COUNT.
005150*    A STARTED, UNCLOSED SUPPLEMENTAL MINI-CYCLE RUNS AND
005160*    CLOSES BEFORE THE NEXT REGULAR PERIOD IS TOUCHED.
005170     IF PAY-SUPPL-PERIOD-IDX NOT = ZERO
005180         MOVE PAY-SUPPL-PERIOD-IDX TO PAY-CURRENT-PERIOD-IDX
005190     END-IF.
005200     IF PAY-CURRENT-PERIOD-IDX = ZERO
005210         DISPLAY 'NO UNCLOSED PAY PERIOD HAS STARTED AS OF '
005220             'RUN DATE ' PAY-RUN-DATE ' - RUN TERMINATED.'
005230         STOP RUN
005240     END-IF.
005250     MOVE PAY-C-PERIOD-NUMBER(PAY-CURRENT-PERIOD-IDX) TO
005260         PAY-CURRENT-PERIOD.
005270     IF PAY-C-PERIOD-TYPE(PAY-CURRENT-PERIOD-IDX) = 'S'
005280         DISPLAY 'POSTING SUPPLEMENTAL PAY PERIOD '
005290             PAY-CURRENT-PERIOD '.'
005300     ELSE
005310         DISPLAY 'POSTING PAY PERIOD ' PAY-CURRENT-PERIOD '.'
005320     END-IF.
005330 1100-CHECK-PAY-CALENDAR-EXIT.
005340     EXIT.
005350
005360 1110-LOAD-CALENDAR-RECORD.
005370     READ CALENDAR-FILE
005380         AT END
005390             MOVE 'Y' TO PAY-END-OF-CAL
005400         NOT AT END
005410             IF PAY-CAL-COUNT < PAY-CAL-MAX-ENTRIES
005420                 ADD 1 TO PAY-CAL-COUNT
005430                 MOVE CAL-PERIOD-NUMBER TO
005440                     PAY-C-PERIOD-NUMBER(PAY-CAL-COUNT)
005450                 MOVE CAL-START-DATE TO
005460                     PAY-C-START-DATE(PAY-CAL-COUNT)
005470                 MOVE CAL-END-DATE TO
005480                     PAY-C-END-DATE(PAY-CAL-COUNT)
005490                 MOVE CAL-STATUS TO
005500                     PAY-C-STATUS(PAY-CAL-COUNT)
005510                 IF CAL-PERIOD-TYPE = 'S'
005520                     MOVE 'S' TO
005530                         PAY-C-PERIOD-TYPE(PAY-CAL-COUNT)
005540                 ELSE
005550                     MOVE 'R' TO
005560                         PAY-C-PERIOD-TYPE(PAY-CAL-COUNT)
005570                 END-IF
005580             ELSE
005590                 DISPLAY 'PAY CALENDAR EXCEEDS THE '
005600                     PAY-CAL-MAX-ENTRIES ' PERIOD TABLE '
005610                     'CAPACITY - RUN TERMINATED.'
005620                 CLOSE CALENDAR-FILE
005630                 STOP RUN
005640             END-IF
005650     END-READ.
005660 1110-LOAD-CALENDAR-RECORD-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------
005700* 1120-FIND-CURRENT-PERIOD -- THE FIRST (EARLIEST) PERIOD NOT
005710* YET CLOSED WHOSE START DATE HAS BEEN REACHED IS THE ONE TO
005720* POST. THE CALENDAR IS KEPT IN DATE ORDER BY OPERATIONS.
005730*----------------------------------------------------------------
005740 1120-FIND-CURRENT-PERIOD.
005750*    A STARTED, UNCLOSED SUPPLEMENTAL PERIOD IS REMEMBERED AS
005760*    IT GOES BY -- IT TAKES PRECEDENCE OVER THE EARLIEST
005770*    UNCLOSED REGULAR PERIOD, WHICH IS NORMALLY ALREADY OPEN BY
005780*    THE TIME AN OFF-CYCLE CORRECTION RUNS.
005790     IF PAY-SUPPL-PERIOD-IDX = ZERO
005800         AND PAY-C-PERIOD-TYPE(PAY-CAL-WRITE-IDX) = 'S'
005810         AND PAY-C-STATUS(PAY-CAL-WRITE-IDX) NOT = 'C'
005820         AND PAY-C-START-DATE(PAY-CAL-WRITE-IDX) <=
005830             PAY-RUN-DATE
005840         MOVE PAY-CAL-WRITE-IDX TO PAY-SUPPL-PERIOD-IDX
005850     END-IF.
005860     IF PAY-CURRENT-PERIOD-IDX = ZERO
005870         AND PAY-C-STATUS(PAY-CAL-WRITE-IDX) NOT = 'C'
005880         AND PAY-C-START-DATE(PAY-CAL-WRITE-IDX) <=
005890             PAY-RUN-DATE
005900         MOVE PAY-CAL-WRITE-IDX TO PAY-CURRENT-PERIOD-IDX
005910     END-IF.
005920 1120-FIND-CURRENT-PERIOD-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------
005960* 1200-LOAD-EMPLOYER-RATES -- THE EMPLOYER RATE TABLE IS REQUIRED:
005970* WITHOUT IT THE COMPANY'S OWN TAX LIABILITY CANNOT BE POSTED.
005980* A RECORD EFFECTIVE ON OR BEFORE THE RUN DATE AND LATER THAN
005990* ANY KEPT SO FAR REPLACES THE RATES BEING HELD.
006000*----------------------------------------------------------------
006010 1200-LOAD-EMPLOYER-RATES.
006020     OPEN INPUT ER-RATE-FILE.
006030     IF PAY-ERT-STATUS NOT = '00'
006040         DISPLAY 'NO EMPLOYER TAX RATE FILE FOUND - EMPLOYER TAX '
006050             'CANNOT BE POSTED - RUN TERMINATED.'
006060         STOP RUN
006070     END-IF.
006080     PERFORM 1210-READ-EMPLOYER-RATE-RECORD
006090         THRU 1210-READ-EMPLOYER-RATE-RECORD-EXIT
006100         UNTIL PAY-END-OF-ERT = 'Y'.
006110     CLOSE ER-RATE-FILE.
006120     IF PAY-ERT-RATES-FOUND NOT = 'Y'
006130         DISPLAY 'NO EMPLOYER TAX RATE RECORD IS IN EFFECT FOR '
006140             'RUN DATE ' PAY-RUN-DATE ' - RUN TERMINATED.'
006150         STOP RUN
006160     END-IF.
006170     DISPLAY 'EMPLOYER TAX RATES EFFECTIVE '
006180         PAY-ERT-EFFECTIVE-DATE ' IN USE.'.
006190 1200-LOAD-EMPLOYER-RATES-EXIT.
006200     EXIT.
006210
006220 1210-READ-EMPLOYER-RATE-RECORD.
006230     READ ER-RATE-FILE
006240         AT END
006250             MOVE 'Y' TO PAY-END-OF-ERT
006260         NOT AT END
006270             IF ERT-EFFECTIVE-DATE <= PAY-RUN-DATE
006280                 AND ERT-EFFECTIVE-DATE >=
006290                     PAY-ERT-EFFECTIVE-DATE
006300                 MOVE 'Y' TO PAY-ERT-RATES-FOUND
006310                 MOVE ERT-EFFECTIVE-DATE TO
006320                     PAY-ERT-EFFECTIVE-DATE
006330                 MOVE ERT-FICA-RATE TO PAY-ER-FICA-RATE
006340                 MOVE ERT-FICA-WAGE-BASE TO PAY-ER-FICA-WAGE-BASE
006350                 MOVE ERT-FUTA-RATE TO PAY-ER-FUTA-RATE
006360                 MOVE ERT-FUTA-WAGE-BASE TO PAY-ER-FUTA-WAGE-BASE
006370                 MOVE ERT-SUTA-RATE TO PAY-ER-SUTA-RATE
006380                 MOVE ERT-SUTA-WAGE-BASE TO PAY-ER-SUTA-WAGE-BASE
006390             END-IF
006400     END-READ.
006410 1210-READ-EMPLOYER-RATE-RECORD-EXIT.
006420     EXIT.
006430
006440*----------------------------------------------------------------
006450* 1300-LOAD-HISTORY-WAGES -- TOTAL EACH EMPLOYEE'S WAGES FOR THE
006460* RUN YEAR OFF THE CLOSED RECORDS ON THE PAY HISTORY FILE. A
006470* RECORD COUNTS TOWARD THE YEAR ITS PERIOD WAS CLOSED IN.
006480*----------------------------------------------------------------
006490 1300-LOAD-HISTORY-WAGES.
006500     MOVE PAY-RUN-DATE(1:4) TO PAY-RUN-YEAR.
006510     OPEN INPUT HISTORY-FILE.
006520     IF PAY-HIST-STATUS NOT = '00'
006530         DISPLAY 'NO PAY HISTORY FILE FOUND - EMPLOYER WAGE '
006540             'BASES START FROM ZERO.'
006550         GO TO 1300-LOAD-HISTORY-WAGES-EXIT
006560     END-IF.
006570     PERFORM 1310-READ-HISTORY-RECORD
006580         THRU 1310-READ-HISTORY-RECORD-EXIT
006590         UNTIL PAY-END-OF-HIST = 'Y'.
006600     CLOSE HISTORY-FILE.
006610 1300-LOAD-HISTORY-WAGES-EXIT.
006620     EXIT.
006630
006640 1310-READ-HISTORY-RECORD.
006650     READ HISTORY-FILE
006660         AT END
006670             MOVE 'Y' TO PAY-END-OF-HIST
006680     END-READ.
006690     IF PAY-END-OF-HIST = 'Y'
006700         GO TO 1310-READ-HISTORY-RECORD-EXIT
006710     END-IF.
006720     IF HST-CLOSE-DATE NOT NUMERIC
006730         OR HST-CLOSE-DATE(1:4) NOT = PAY-RUN-YEAR
006740         OR HST-GROSS-PAY NOT NUMERIC
006750         GO TO 1310-READ-HISTORY-RECORD-EXIT
006760     END-IF.
006770     MOVE 'N' TO PAY-HW-MATCHED.
006780     IF PAY-HW-COUNT > ZERO
006790         SET PAY-HW-IDX TO 1
006800         SEARCH PAY-HW-ENTRY
006810             AT END
006820                 CONTINUE
006830             WHEN PAY-HW-EMPLOYEE-NUMBER(PAY-HW-IDX) =
006840                     HST-EMPLOYEE-NUMBER
006850                 MOVE 'Y' TO PAY-HW-MATCHED
006860         END-SEARCH
006870     END-IF.
006880     IF PAY-HW-MATCHED = 'N'
006890         IF PAY-HW-COUNT >= PAY-HW-MAX-ENTRIES
006900             DISPLAY 'PAY HISTORY EXCEEDS THE ' PAY-HW-MAX-ENTRIES
006910                 ' EMPLOYEE WAGE TABLE CAPACITY - RUN '
006920                 'TERMINATED.'
006930             CLOSE HISTORY-FILE
006940             STOP RUN
006950         END-IF
006960         ADD 1 TO PAY-HW-COUNT
006970         SET PAY-HW-IDX TO PAY-HW-COUNT
006980         MOVE HST-EMPLOYEE-NUMBER TO
006990             PAY-HW-EMPLOYEE-NUMBER(PAY-HW-IDX)
007000         MOVE ZERO TO PAY-HW-YTD-WAGES(PAY-HW-IDX)
007010     END-IF.
007020     IF HST-FICA-WAGES NUMERIC
007030         MOVE HST-FICA-WAGES TO PAY-HW-RECORD-WAGES
007040     ELSE
007050         MOVE HST-GROSS-PAY TO PAY-HW-RECORD-WAGES
007060     END-IF.
007070     IF HST-TYPE-VOID
007080         SUBTRACT PAY-HW-RECORD-WAGES FROM
007090             PAY-HW-YTD-WAGES(PAY-HW-IDX)
007100     ELSE
007110         ADD PAY-HW-RECORD-WAGES TO PAY-HW-YTD-WAGES(PAY-HW-IDX)
007120     END-IF.
007130 1310-READ-HISTORY-RECORD-EXIT.
007140     EXIT.
007150
007160*----------------------------------------------------------------
007170* 1400-LOAD-DEPT-ACCOUNTS -- LOAD EACH DEPARTMENT'S WAGE EXPENSE
007180* ACCOUNT. THE FILE IS OPTIONAL: WITHOUT IT EVERY DEPARTMENT'S
007190* LINE POSTS TO THE COMPANY SALARY AND WAGE EXPENSE ACCOUNT.
007200*----------------------------------------------------------------
007210 1400-LOAD-DEPT-ACCOUNTS.
007220     OPEN INPUT DEPT-FILE.
007230     IF PAY-DEPT-STATUS NOT = '00'
007240         DISPLAY 'NO DEPARTMENT REFERENCE FILE FOUND - WAGE '
007250             'EXPENSE POSTS TO ACCOUNT ' GL-SALARY-EXPENSE-ACCT
007260             '.'
007270         GO TO 1400-LOAD-DEPT-ACCOUNTS-EXIT
007280     END-IF.
007290     PERFORM 1410-READ-DEPT-RECORD
007300         THRU 1410-READ-DEPT-RECORD-EXIT
007310         UNTIL PAY-END-OF-DEPT = 'Y'.
007320     CLOSE DEPT-FILE.
007330 1400-LOAD-DEPT-ACCOUNTS-EXIT.
007340     EXIT.
007350
007360 1410-READ-DEPT-RECORD.
007370     READ DEPT-FILE
007380         AT END
007390             MOVE 'Y' TO PAY-END-OF-DEPT
007400         NOT AT END
007410             IF PAY-GLDEPT-COUNT < PAY-GLDEPT-MAX-ENTRIES
007420                 ADD 1 TO PAY-GLDEPT-COUNT
007430                 MOVE DEPT-CODE TO
007440                     PAY-GD-DEPT-CODE(PAY-GLDEPT-COUNT)
007450*               A RECORD SET UP BEFORE THE ACCOUNT FIELD EXISTED
007460*               HAS SPACES THERE.
007470                 IF DEPT-GL-EXPENSE-ACCT NUMERIC
007480                     AND DEPT-GL-EXPENSE-ACCT NOT = '00000'
007490                     MOVE DEPT-GL-EXPENSE-ACCT TO
007500                         PAY-GD-ACCOUNT(PAY-GLDEPT-COUNT)
007510                 ELSE
007520                     MOVE GL-SALARY-EXPENSE-ACCT TO
007530                         PAY-GD-ACCOUNT(PAY-GLDEPT-COUNT)
007540                 END-IF
007550             ELSE
007560                 DISPLAY 'DEPARTMENT FILE EXCEEDS THE '
007570                     PAY-GLDEPT-MAX-ENTRIES ' ENTRY TABLE '
007580                     'CAPACITY - RUN TERMINATED.'
007590                 CLOSE DEPT-FILE
007600                 STOP RUN
007610             END-IF
007620     END-READ.
007630 1410-READ-DEPT-RECORD-EXIT.
007640     EXIT.
007650
007660*----------------------------------------------------------------
007670* 2000-ACCUMULATE-RECORD -- ONLY RECORDS STAMPED WITH THE
007680* PERIOD BEING POSTED ARE TOTALED; A PRIOR-PERIOD STAMP IS NOT
007690* THIS PERIOD'S PAY AND IS NOT DISBURSED BY THE DEPOSIT
007700* EXTRACT, SO IT MUST NOT HIT THE LEDGER EITHER.
007710*----------------------------------------------------------------
007720 2000-ACCUMULATE-RECORD.
007730     IF OUT-PAY-PERIOD NOT = PAY-CURRENT-PERIOD
007740         ADD 1 TO PAY-OTHER-PERIOD-COUNT
007750         GO TO 2000-ACCUMULATE-NEXT-RECORD
007760     END-IF.
007770*    A VOID POSTS AS AN OFFSETTING ENTRY OF ITS OWN, NOT AS
007780*    PART OF THE PERIOD'S NORMAL PAY.
007790     IF AUD-ACTION-CODE = 'V'
007800         PERFORM 2300-ACCUMULATE-VOID-RECORD
007810             THRU 2300-ACCUMULATE-VOID-RECORD-EXIT
007820         GO TO 2000-ACCUMULATE-NEXT-RECORD
007830     END-IF.
007840     ADD OUT-GROSS-PAY TO PAY-TOTAL-GROSS.
007850     ADD OUT-FICA-AMOUNT TO PAY-TOTAL-FICA.
007860     ADD OUT-FED-TAX-AMOUNT TO PAY-TOTAL-FED-TAX.
007870     ADD OUT-NET-PAY TO PAY-TOTAL-NET.
007880     IF OUT-OTHER-DED-TOTAL NUMERIC
007890         ADD OUT-OTHER-DED-TOTAL TO PAY-TOTAL-OTHER-DED
007900     END-IF.
007910     PERFORM 2250-TOTAL-STATE-TAX
007920         THRU 2250-TOTAL-STATE-TAX-EXIT.
007930     PERFORM 2200-TOTAL-ONE-DEDUCTION
007940         THRU 2200-TOTAL-ONE-DEDUCTION-EXIT
007950         VARYING PAY-DED-SCAN-IDX FROM 1 BY 1
007960         UNTIL PAY-DED-SCAN-IDX > PAY-DED-MAX-ITEMS.
007970     PERFORM 2400-COMPUTE-EMPLOYER-TAX
007980         THRU 2400-COMPUTE-EMPLOYER-TAX-EXIT.
007990     MOVE 'N' TO PAY-WX-VOID-SW.
008000     PERFORM 2500-TOTAL-WAGE-EXPENSE
008010         THRU 2500-TOTAL-WAGE-EXPENSE-EXIT.
008020     ADD 1 TO PAY-RECORD-COUNT.
008030 2000-ACCUMULATE-NEXT-RECORD.
008040     PERFORM 2100-READ-PAYROLL-FILE
008050         THRU 2100-READ-PAYROLL-FILE-EXIT.
008060 2000-ACCUMULATE-RECORD-EXIT.
008070     EXIT.
008080
008090*----------------------------------------------------------------
008100* 2200-TOTAL-ONE-DEDUCTION -- ADD ONE ITEMIZED DEDUCTION SLOT
008110* OFF THE MASTER RECORD INTO THE PER-CODE TOTALS. AN EMPTY SLOT
008120* (OR A SLOT FROM A RECORD WRITTEN BEFORE THE DEDUCTION FIELDS
008130* EXISTED) IS SKIPPED.
008140*----------------------------------------------------------------
008150 2200-TOTAL-ONE-DEDUCTION.
008160     IF OUT-DED-AMOUNT(PAY-DED-SCAN-IDX) NOT NUMERIC
008170         OR OUT-DED-AMOUNT(PAY-DED-SCAN-IDX) = ZERO
008180         GO TO 2200-TOTAL-ONE-DEDUCTION-EXIT
008190     END-IF.
008200     MOVE 'N' TO PAY-DEDTOT-MATCHED.
008210     IF PAY-DEDTOT-COUNT > ZERO
008220         SET PAY-DEDTOT-IDX TO 1
008230         SEARCH PAY-DEDTOT-ENTRY
008240             AT END
008250                 CONTINUE
008260             WHEN PAY-DT-CODE(PAY-DEDTOT-IDX) =
008270                     OUT-DED-CODE(PAY-DED-SCAN-IDX)
008280                 MOVE 'Y' TO PAY-DEDTOT-MATCHED
008290                 ADD OUT-DED-AMOUNT(PAY-DED-SCAN-IDX) TO
008300                     PAY-DT-AMOUNT(PAY-DEDTOT-IDX)
008310         END-SEARCH
008320     END-IF.
008330     IF PAY-DEDTOT-MATCHED = 'N'
008340         IF PAY-DEDTOT-COUNT >= PAY-DEDTOT-MAX-ENTRIES
008350             DISPLAY 'MORE THAN ' PAY-DEDTOT-MAX-ENTRIES
008360                 ' DISTINCT DEDUCTION CODES ON THE MASTER - '
008370                 'RUN TERMINATED.'
008380             CLOSE PAYROLL-FILE
008390             STOP RUN
008400         END-IF
008410         ADD 1 TO PAY-DEDTOT-COUNT
008420         MOVE OUT-DED-CODE(PAY-DED-SCAN-IDX) TO
008430             PAY-DT-CODE(PAY-DEDTOT-COUNT)
008440         MOVE OUT-DED-AMOUNT(PAY-DED-SCAN-IDX) TO
008450             PAY-DT-AMOUNT(PAY-DEDTOT-COUNT)
008460     END-IF.
008470 2200-TOTAL-ONE-DEDUCTION-EXIT.
008480     EXIT.
008490
008500*----------------------------------------------------------------
008510* 2250-TOTAL-STATE-TAX -- ADD THE RECORD'S STATE INCOME TAX INTO
008520* THE RUN TOTAL AND INTO ITS WORK STATE'S TOTAL. A RECORD WRITTEN
008530* BEFORE THE STATE FIELDS EXISTED, OR ONE WITH NO STATE TAX,
008540* ADDS NOTHING.
008550*----------------------------------------------------------------
008560 2250-TOTAL-STATE-TAX.
008570     IF OUT-STATE-TAX-AMOUNT NUMERIC
008580         MOVE OUT-STATE-TAX-AMOUNT TO PAY-RECORD-STATE-TAX
008590     ELSE
008600         MOVE ZERO TO PAY-RECORD-STATE-TAX
008610     END-IF.
008620     IF PAY-RECORD-STATE-TAX = ZERO
008630         GO TO 2250-TOTAL-STATE-TAX-EXIT
008640     END-IF.
008650     ADD PAY-RECORD-STATE-TAX TO PAY-TOTAL-STATE-TAX.
008660     MOVE 'N' TO PAY-STTOT-MATCHED.
008670     IF PAY-STTOT-COUNT > ZERO
008680         SET PAY-STTOT-IDX TO 1
008690         SEARCH PAY-STTOT-ENTRY
008700             AT END
008710                 CONTINUE
008720             WHEN PAY-ST-CODE(PAY-STTOT-IDX) = OUT-WORK-STATE
008730                 MOVE 'Y' TO PAY-STTOT-MATCHED
008740                 ADD PAY-RECORD-STATE-TAX TO
008750                     PAY-ST-AMOUNT(PAY-STTOT-IDX)
008760         END-SEARCH
008770     END-IF.
008780     IF PAY-STTOT-MATCHED = 'N'
008790         IF PAY-STTOT-COUNT >= PAY-STTOT-MAX-ENTRIES
008800             DISPLAY 'MORE THAN ' PAY-STTOT-MAX-ENTRIES
008810                 ' DISTINCT WORK STATES ON THE MASTER - '
008820                 'RUN TERMINATED.'
008830             CLOSE PAYROLL-FILE
008840             STOP RUN
008850         END-IF
008860         ADD 1 TO PAY-STTOT-COUNT
008870         MOVE OUT-WORK-STATE TO PAY-ST-CODE(PAY-STTOT-COUNT)
008880         MOVE PAY-RECORD-STATE-TAX TO
008890             PAY-ST-AMOUNT(PAY-STTOT-COUNT)
008900     END-IF.
008910 2250-TOTAL-STATE-TAX-EXIT.
008920     EXIT.
008930
008940*----------------------------------------------------------------
008950* 2300-ACCUMULATE-VOID-RECORD -- TOTAL A VOID RECORD INTO THE
008960* VOID BUCKETS FOR THE OFFSETTING ENTRY.
008970*----------------------------------------------------------------
008980 2300-ACCUMULATE-VOID-RECORD.
008990     ADD 1 TO PAY-VOID-COUNT.
009000     ADD OUT-GROSS-PAY TO PAY-VOID-GROSS.
009010     ADD OUT-FICA-AMOUNT TO PAY-VOID-FICA.
009020     ADD OUT-FED-TAX-AMOUNT TO PAY-VOID-FED-TAX.
009030     ADD OUT-NET-PAY TO PAY-VOID-NET.
009040     IF OUT-OTHER-DED-TOTAL NUMERIC
009050         ADD OUT-OTHER-DED-TOTAL TO PAY-VOID-OTHER-DED
009060     END-IF.
009070     PERFORM 2370-TOTAL-VOID-STATE-TAX
009080         THRU 2370-TOTAL-VOID-STATE-TAX-EXIT.
009090     PERFORM 2350-TOTAL-ONE-VOID-DEDUCTION
009100         THRU 2350-TOTAL-ONE-VOID-DEDUCTION-EXIT
009110         VARYING PAY-DED-SCAN-IDX FROM 1 BY 1
009120         UNTIL PAY-DED-SCAN-IDX > PAY-DED-MAX-ITEMS.
009130     PERFORM 2450-COMPUTE-VOID-EMPLOYER-TAX
009140         THRU 2450-COMPUTE-VOID-EMPLOYER-TAX-EXIT.
009150     MOVE 'Y' TO PAY-WX-VOID-SW.
009160     PERFORM 2500-TOTAL-WAGE-EXPENSE
009170         THRU 2500-TOTAL-WAGE-EXPENSE-EXIT.
009180 2300-ACCUMULATE-VOID-RECORD-EXIT.
009190     EXIT.
009200
009210 2350-TOTAL-ONE-VOID-DEDUCTION.
009220     IF OUT-DED-AMOUNT(PAY-DED-SCAN-IDX) NOT NUMERIC
009230         OR OUT-DED-AMOUNT(PAY-DED-SCAN-IDX) = ZERO
009240         GO TO 2350-TOTAL-ONE-VOID-DEDUCTION-EXIT
009250     END-IF.
009260     MOVE 'N' TO PAY-VDTOT-MATCHED.
009270     IF PAY-VDTOT-COUNT > ZERO
009280         SET PAY-VDTOT-IDX TO 1
009290         SEARCH PAY-VDTOT-ENTRY
009300             AT END
009310                 CONTINUE
009320             WHEN PAY-VD-CODE(PAY-VDTOT-IDX) =
009330                     OUT-DED-CODE(PAY-DED-SCAN-IDX)
009340                 MOVE 'Y' TO PAY-VDTOT-MATCHED
009350                 ADD OUT-DED-AMOUNT(PAY-DED-SCAN-IDX) TO
009360                     PAY-VD-AMOUNT(PAY-VDTOT-IDX)
009370         END-SEARCH
009380     END-IF.
009390     IF PAY-VDTOT-MATCHED = 'N'
009400         IF PAY-VDTOT-COUNT >= PAY-DEDTOT-MAX-ENTRIES
009410             DISPLAY 'MORE THAN ' PAY-DEDTOT-MAX-ENTRIES
009420                 ' DISTINCT VOIDED DEDUCTION CODES ON THE '
009430                 'MASTER - RUN TERMINATED.'
009440             CLOSE PAYROLL-FILE
009450             STOP RUN
009460         END-IF
009470         ADD 1 TO PAY-VDTOT-COUNT
009480         MOVE OUT-DED-CODE(PAY-DED-SCAN-IDX) TO
009490             PAY-VD-CODE(PAY-VDTOT-COUNT)
009500         MOVE OUT-DED-AMOUNT(PAY-DED-SCAN-IDX) TO
009510             PAY-VD-AMOUNT(PAY-VDTOT-COUNT)
009520     END-IF.
009530 2350-TOTAL-ONE-VOID-DEDUCTION-EXIT.
009540     EXIT.
009550
009560 2370-TOTAL-VOID-STATE-TAX.
009570     IF OUT-STATE-TAX-AMOUNT NUMERIC
009580         MOVE OUT-STATE-TAX-AMOUNT TO PAY-RECORD-STATE-TAX
009590     ELSE
009600         MOVE ZERO TO PAY-RECORD-STATE-TAX
009610     END-IF.
009620     IF PAY-RECORD-STATE-TAX = ZERO
009630         GO TO 2370-TOTAL-VOID-STATE-TAX-EXIT
009640     END-IF.
009650     ADD PAY-RECORD-STATE-TAX TO PAY-VOID-STATE-TAX.
009660     MOVE 'N' TO PAY-VSTTOT-MATCHED.
009670     IF PAY-VSTTOT-COUNT > ZERO
009680         SET PAY-VSTTOT-IDX TO 1
009690         SEARCH PAY-VSTTOT-ENTRY
009700             AT END
009710                 CONTINUE
009720             WHEN PAY-VS-CODE(PAY-VSTTOT-IDX) = OUT-WORK-STATE
009730                 MOVE 'Y' TO PAY-VSTTOT-MATCHED
009740                 ADD PAY-RECORD-STATE-TAX TO
009750                     PAY-VS-AMOUNT(PAY-VSTTOT-IDX)
009760         END-SEARCH
009770     END-IF.
009780     IF PAY-VSTTOT-MATCHED = 'N'
009790         IF PAY-VSTTOT-COUNT >= PAY-STTOT-MAX-ENTRIES
009800             DISPLAY 'MORE THAN ' PAY-STTOT-MAX-ENTRIES
009810                 ' DISTINCT VOIDED WORK STATES ON THE '
009820                 'MASTER - RUN TERMINATED.'
009830             CLOSE PAYROLL-FILE
009840             STOP RUN
009850         END-IF
009860         ADD 1 TO PAY-VSTTOT-COUNT
009870         MOVE OUT-WORK-STATE TO PAY-VS-CODE(PAY-VSTTOT-COUNT)
009880         MOVE PAY-RECORD-STATE-TAX TO
009890             PAY-VS-AMOUNT(PAY-VSTTOT-COUNT)
009900     END-IF.
009910 2370-TOTAL-VOID-STATE-TAX-EXIT.
009920     EXIT.
009930
009940*----------------------------------------------------------------
009950* 2400-COMPUTE-EMPLOYER-TAX -- THE COMPANY'S FICA MATCH, FUTA AND
009960* SUTA ON THIS EMPLOYEE'S FICA WAGES FOR THE PERIOD (GROSS LESS
009970* SECTION 125 DEDUCTIONS; GROSS ON A RECORD WRITTEN BEFORE THE
009980* FICA WAGE FIELD EXISTED). EACH TAX APPLIES
009990* ONLY TO THE PART OF THE PERIOD'S WAGES THAT FALLS UNDER ITS
010000* WAGE BASE, GIVEN THE WAGES ALREADY CLOSED THIS YEAR.
010010*----------------------------------------------------------------
010020 2400-COMPUTE-EMPLOYER-TAX.
010030     PERFORM 2410-FIND-PRIOR-WAGES
010040         THRU 2410-FIND-PRIOR-WAGES-EXIT.
010050     PERFORM 2405-SELECT-TAX-WAGES
010060         THRU 2405-SELECT-TAX-WAGES-EXIT.
010070     COMPUTE PAY-ER-AFTER-WAGES =
010080         PAY-ER-PRIOR-WAGES + PAY-ER-TAX-WAGES.
010090     PERFORM 2430-COMPUTE-THREE-TAXES
010100         THRU 2430-COMPUTE-THREE-TAXES-EXIT.
010110     ADD PAY-ER-FICA-AMOUNT TO PAY-TOTAL-ER-FICA.
010120     ADD PAY-ER-FUTA-AMOUNT TO PAY-TOTAL-ER-FUTA.
010130     ADD PAY-ER-SUTA-AMOUNT TO PAY-TOTAL-ER-SUTA.
010140     COMPUTE PAY-TOTAL-ER-TAX = PAY-TOTAL-ER-TAX +
010150         PAY-ER-FICA-AMOUNT + PAY-ER-FUTA-AMOUNT +
010160         PAY-ER-SUTA-AMOUNT.
010170 2400-COMPUTE-EMPLOYER-TAX-EXIT.
010180     EXIT.
010190
010200 2405-SELECT-TAX-WAGES.
010210     IF OUT-FICA-WAGES NUMERIC
010220         MOVE OUT-FICA-WAGES TO PAY-ER-TAX-WAGES
010230     ELSE
010240         MOVE OUT-GROSS-PAY TO PAY-ER-TAX-WAGES
010250     END-IF.
010260 2405-SELECT-TAX-WAGES-EXIT.
010270     EXIT.
010280
010290 2410-FIND-PRIOR-WAGES.
010300     MOVE ZERO TO PAY-ER-PRIOR-WAGES.
010310     IF PAY-HW-COUNT = ZERO
010320         GO TO 2410-FIND-PRIOR-WAGES-EXIT
010330     END-IF.
010340     SET PAY-HW-IDX TO 1.
010350     SEARCH PAY-HW-ENTRY
010360         AT END
010370             CONTINUE
010380         WHEN PAY-HW-EMPLOYEE-NUMBER(PAY-HW-IDX) =
010390                 OUT-EMPLOYEE-NUMBER
010400             MOVE PAY-HW-YTD-WAGES(PAY-HW-IDX) TO
010410                 PAY-ER-PRIOR-WAGES
010420     END-SEARCH.
010430     IF PAY-ER-PRIOR-WAGES < ZERO
010440         MOVE ZERO TO PAY-ER-PRIOR-WAGES
010450     END-IF.
010460 2410-FIND-PRIOR-WAGES-EXIT.
010470     EXIT.
010480
010490*----------------------------------------------------------------
010500* 2420-COMPUTE-TAXABLE-WAGES -- THE WAGES BETWEEN THE YEAR-TO-DATE
010510* FIGURES BEFORE AND AFTER THIS PAYMENT THAT FALL UNDER THE WAGE
010520* BASE IN PAY-ER-WAGE-BASE. A ZERO BASE MEANS NO LIMIT.
010530*----------------------------------------------------------------
010540 2420-COMPUTE-TAXABLE-WAGES.
010550     MOVE PAY-ER-PRIOR-WAGES TO PAY-ER-BASE-BEFORE.
010560     MOVE PAY-ER-AFTER-WAGES TO PAY-ER-BASE-AFTER.
010570     IF PAY-ER-WAGE-BASE > ZERO
010580         IF PAY-ER-BASE-BEFORE > PAY-ER-WAGE-BASE
010590             MOVE PAY-ER-WAGE-BASE TO PAY-ER-BASE-BEFORE
010600         END-IF
010610         IF PAY-ER-BASE-AFTER > PAY-ER-WAGE-BASE
010620             MOVE PAY-ER-WAGE-BASE TO PAY-ER-BASE-AFTER
010630         END-IF
010640     END-IF.
010650     COMPUTE PAY-ER-TAXABLE =
010660         PAY-ER-BASE-AFTER - PAY-ER-BASE-BEFORE.
010670     IF PAY-ER-TAXABLE < ZERO
010680         COMPUTE PAY-ER-TAXABLE = ZERO - PAY-ER-TAXABLE
010690     END-IF.
010700 2420-COMPUTE-TAXABLE-WAGES-EXIT.
010710     EXIT.
010720
010730*----------------------------------------------------------------
010740* 2430-COMPUTE-THREE-TAXES -- EMPLOYER FICA, FUTA AND SUTA ON THE
010750* WAGES BETWEEN PAY-ER-PRIOR-WAGES AND PAY-ER-AFTER-WAGES, EACH
010760* AGAINST ITS OWN WAGE BASE.
010770*----------------------------------------------------------------
010780 2430-COMPUTE-THREE-TAXES.
010790     MOVE PAY-ER-FICA-WAGE-BASE TO PAY-ER-WAGE-BASE.
010800     PERFORM 2420-COMPUTE-TAXABLE-WAGES
010810         THRU 2420-COMPUTE-TAXABLE-WAGES-EXIT.
010820     COMPUTE PAY-ER-FICA-AMOUNT ROUNDED =
010830         PAY-ER-TAXABLE * PAY-ER-FICA-RATE.
010840     MOVE PAY-ER-FUTA-WAGE-BASE TO PAY-ER-WAGE-BASE.
010850     PERFORM 2420-COMPUTE-TAXABLE-WAGES
010860         THRU 2420-COMPUTE-TAXABLE-WAGES-EXIT.
010870     COMPUTE PAY-ER-FUTA-AMOUNT ROUNDED =
010880         PAY-ER-TAXABLE * PAY-ER-FUTA-RATE.
010890     MOVE PAY-ER-SUTA-WAGE-BASE TO PAY-ER-WAGE-BASE.
010900     PERFORM 2420-COMPUTE-TAXABLE-WAGES
010910         THRU 2420-COMPUTE-TAXABLE-WAGES-EXIT.
010920     COMPUTE PAY-ER-SUTA-AMOUNT ROUNDED =
010930         PAY-ER-TAXABLE * PAY-ER-SUTA-RATE.
010940 2430-COMPUTE-THREE-TAXES-EXIT.
010950     EXIT.
010960
010970*----------------------------------------------------------------
010980* 2450-COMPUTE-VOID-EMPLOYER-TAX -- THE VOIDED WAGES COME BACK
010990* OFF THE TOP OF THE EMPLOYEE'S YEAR, SO THE EMPLOYER TAX
011000* REVERSED IS WHAT THOSE WAGES ADDED UNDER EACH WAGE BASE.
011010*----------------------------------------------------------------
011020 2450-COMPUTE-VOID-EMPLOYER-TAX.
011030     PERFORM 2410-FIND-PRIOR-WAGES
011040         THRU 2410-FIND-PRIOR-WAGES-EXIT.
011050     PERFORM 2405-SELECT-TAX-WAGES
011060         THRU 2405-SELECT-TAX-WAGES-EXIT.
011070     COMPUTE PAY-ER-AFTER-WAGES =
011080         PAY-ER-PRIOR-WAGES - PAY-ER-TAX-WAGES.
011090     IF PAY-ER-AFTER-WAGES < ZERO
011100         MOVE ZERO TO PAY-ER-AFTER-WAGES
011110     END-IF.
011120     PERFORM 2430-COMPUTE-THREE-TAXES
011130         THRU 2430-COMPUTE-THREE-TAXES-EXIT.
011140     ADD PAY-ER-FICA-AMOUNT TO PAY-VOID-ER-FICA.
011150     ADD PAY-ER-FUTA-AMOUNT TO PAY-VOID-ER-FUTA.
011160     ADD PAY-ER-SUTA-AMOUNT TO PAY-VOID-ER-SUTA.
011170     COMPUTE PAY-VOID-ER-TAX = PAY-VOID-ER-TAX +
011180         PAY-ER-FICA-AMOUNT + PAY-ER-FUTA-AMOUNT +
011190         PAY-ER-SUTA-AMOUNT.
011200 2450-COMPUTE-VOID-EMPLOYER-TAX-EXIT.
011210     EXIT.
011220
011230*----------------------------------------------------------------
011240* 2500-TOTAL-WAGE-EXPENSE -- SPREAD THE RECORD'S GROSS OVER THE
011250* COST CENTERS IT WAS WORKED IN. A RECORD WITH NO SPLIT (SALARIED,
011260* KEYED, OR WRITTEN BEFORE THE SPLIT EXISTED) CHARGES ITS HOME
011270* DEPARTMENT. PAY-WX-VOID-SW SAYS WHICH SIDE THE GROSS GOES TO.
011280*----------------------------------------------------------------
011290 2500-TOTAL-WAGE-EXPENSE.
011300     IF OUT-GROSS-PAY = ZERO
011310         GO TO 2500-TOTAL-WAGE-EXPENSE-EXIT
011320     END-IF.
011330     MOVE ZERO TO PAY-DIST-LAST-IDX.
011340     PERFORM 2510-FIND-LAST-DIST
011350         THRU 2510-FIND-LAST-DIST-EXIT
011360         VARYING PAY-DIST-IDX FROM 1 BY 1
011370         UNTIL PAY-DIST-IDX > PAY-DIST-MAX-ITEMS.
011380     IF PAY-DIST-LAST-IDX = ZERO
011390         MOVE OUT-DEPARTMENT-CODE TO PAY-SHARE-DEPT-CODE
011400         MOVE OUT-GROSS-PAY TO PAY-SHARE-GROSS
011410         PERFORM 2530-POST-WAGE-SHARE
011420             THRU 2530-POST-WAGE-SHARE-EXIT
011430     ELSE
011440         MOVE OUT-GROSS-PAY TO PAY-LEFT-GROSS
011450         PERFORM 2520-POST-ONE-DIST
011460             THRU 2520-POST-ONE-DIST-EXIT
011470             VARYING PAY-DIST-IDX FROM 1 BY 1
011480             UNTIL PAY-DIST-IDX > PAY-DIST-LAST-IDX
011490     END-IF.
011500 2500-TOTAL-WAGE-EXPENSE-EXIT.
011510     EXIT.
011520
011530*    A MASTER WRITTEN BEFORE THE COST-CENTER SPLIT EXISTED HAS
011540*    SPACES THERE -- NO SLOT IN USE.
011550 2510-FIND-LAST-DIST.
011560     IF OUT-DIST-DEPT-CODE(PAY-DIST-IDX) NOT = SPACES
011570         AND OUT-DIST-HOURS(PAY-DIST-IDX) NUMERIC
011580         AND OUT-DIST-GROSS(PAY-DIST-IDX) NUMERIC
011590         MOVE PAY-DIST-IDX TO PAY-DIST-LAST-IDX
011600     END-IF.
011610 2510-FIND-LAST-DIST-EXIT.
011620     EXIT.
011630
011640*----------------------------------------------------------------
011650* 2520-POST-ONE-DIST -- ONE COST CENTER'S GROSS AS STAMPED ON THE
011660* MASTER. THE LAST COST CENTER TAKES WHAT IS LEFT, AND NO SLOT
011670* TAKES MORE THAN IS LEFT, SO THE SHARES ALWAYS FOOT TO THE
011680* RECORD'S GROSS AND THE ENTRY STILL BALANCES.
011690*----------------------------------------------------------------
011700 2520-POST-ONE-DIST.
011710     IF OUT-DIST-DEPT-CODE(PAY-DIST-IDX) = SPACES
011720         OR OUT-DIST-HOURS(PAY-DIST-IDX) NOT NUMERIC
011730         OR OUT-DIST-GROSS(PAY-DIST-IDX) NOT NUMERIC
011740         GO TO 2520-POST-ONE-DIST-EXIT
011750     END-IF.
011760     MOVE OUT-DIST-DEPT-CODE(PAY-DIST-IDX) TO PAY-SHARE-DEPT-CODE.
011770     IF PAY-DIST-IDX = PAY-DIST-LAST-IDX
011780         OR OUT-DIST-GROSS(PAY-DIST-IDX) > PAY-LEFT-GROSS
011790         MOVE PAY-LEFT-GROSS TO PAY-SHARE-GROSS
011800     ELSE
011810         MOVE OUT-DIST-GROSS(PAY-DIST-IDX) TO PAY-SHARE-GROSS
011820     END-IF.
011830     SUBTRACT PAY-SHARE-GROSS FROM PAY-LEFT-GROSS.
011840     IF PAY-SHARE-GROSS > ZERO
011850         PERFORM 2530-POST-WAGE-SHARE
011860             THRU 2530-POST-WAGE-SHARE-EXIT
011870     END-IF.
011880 2520-POST-ONE-DIST-EXIT.
011890     EXIT.
011900
011910*----------------------------------------------------------------
011920* 2530-POST-WAGE-SHARE -- ADD ONE SHARE INTO ITS DEPARTMENT'S WAGE
011930* EXPENSE TOTAL. A DEPARTMENT SEEN FOR THE FIRST TIME PICKS UP ITS
011940* EXPENSE ACCOUNT FROM THE DEPARTMENT TABLE, OR THE COMPANY
011950* ACCOUNT WHEN IT IS NOT THERE.
011960*----------------------------------------------------------------
011970 2530-POST-WAGE-SHARE.
011980     MOVE 'N' TO PAY-WXTOT-MATCHED.
011990     IF PAY-WXTOT-COUNT > ZERO
012000         SET PAY-WXTOT-IDX TO 1
012010         SEARCH PAY-WXTOT-ENTRY
012020             AT END
012030                 CONTINUE
012040             WHEN PAY-WX-DEPT-CODE(PAY-WXTOT-IDX) =
012050                     PAY-SHARE-DEPT-CODE
012060                 MOVE 'Y' TO PAY-WXTOT-MATCHED
012070         END-SEARCH
012080     END-IF.
012090     IF PAY-WXTOT-MATCHED = 'N'
012100         IF PAY-WXTOT-COUNT >= PAY-WXTOT-MAX-ENTRIES
012110             DISPLAY 'MORE THAN ' PAY-WXTOT-MAX-ENTRIES
012120                 ' DISTINCT COST CENTERS ON THE MASTER - '
012130                 'RUN TERMINATED.'
012140             CLOSE PAYROLL-FILE
012150             STOP RUN
012160         END-IF
012170         ADD 1 TO PAY-WXTOT-COUNT
012180         SET PAY-WXTOT-IDX TO PAY-WXTOT-COUNT
012190         MOVE PAY-SHARE-DEPT-CODE TO
012200             PAY-WX-DEPT-CODE(PAY-WXTOT-IDX)
012210         MOVE GL-SALARY-EXPENSE-ACCT TO
012220             PAY-WX-ACCOUNT(PAY-WXTOT-IDX)
012230         MOVE ZERO TO PAY-WX-AMOUNT(PAY-WXTOT-IDX)
012240         MOVE ZERO TO PAY-WX-VOID-AMOUNT(PAY-WXTOT-IDX)
012250         IF PAY-GLDEPT-COUNT > ZERO
012260             SET PAY-GLDEPT-IDX TO 1
012270             SEARCH PAY-GLDEPT-ENTRY
012280                 AT END
012290                     CONTINUE
012300                 WHEN PAY-GD-DEPT-CODE(PAY-GLDEPT-IDX) =
012310                         PAY-SHARE-DEPT-CODE
012320                     MOVE PAY-GD-ACCOUNT(PAY-GLDEPT-IDX) TO
012330                         PAY-WX-ACCOUNT(PAY-WXTOT-IDX)
012340             END-SEARCH
012350         END-IF
012360     END-IF.
012370     IF PAY-WX-POSTING-VOID
012380         ADD PAY-SHARE-GROSS TO PAY-WX-VOID-AMOUNT(PAY-WXTOT-IDX)
012390     ELSE
012400         ADD PAY-SHARE-GROSS TO PAY-WX-AMOUNT(PAY-WXTOT-IDX)
012410     END-IF.
012420 2530-POST-WAGE-SHARE-EXIT.
012430     EXIT.
012440
012450 2100-READ-PAYROLL-FILE.
012460     READ PAYROLL-FILE
012470         AT END
012480             MOVE 'Y' TO PAY-END-OF-FILE
012490     END-READ.
012500 2100-READ-PAYROLL-FILE-EXIT.
012510     EXIT.
012520
012530*----------------------------------------------------------------
012540* 3000-PROVE-BALANCE -- THE JOURNAL ENTRY ONLY BALANCES IF TOTAL
012550* GROSS EQUALS TOTAL FICA + FEDERAL TAX + STATE TAX + DEDUCTIONS
012560* + NET TO THE PENNY. A
012570* DIFFERENCE MEANS A ROUNDING OR DATA PROBLEM ON THE MASTER, AND
012580* THE EXTRACT IS REFUSED SO THE PROBLEM IS FIXED IN PAYROLL
012590* INSTEAD OF SURFACING IN THE LEDGER.
012600*----------------------------------------------------------------
012610 3000-PROVE-BALANCE.
012620     COMPUTE PAY-TOTAL-CREDITS =
012630         PAY-TOTAL-FICA + PAY-TOTAL-FED-TAX +
012640         PAY-TOTAL-STATE-TAX +
012650         PAY-TOTAL-OTHER-DED + PAY-TOTAL-NET.
012660     COMPUTE PAY-OUT-OF-BALANCE =
012670         PAY-TOTAL-GROSS - PAY-TOTAL-CREDITS.
012680     IF PAY-OUT-OF-BALANCE NOT = ZERO
012690         DISPLAY 'JOURNAL ENTRY DOES NOT BALANCE - EXTRACT '
012700             'REFUSED.'
012710         DISPLAY '  TOTAL GROSS (DEBITS) . . . . . . . . : '
012720             PAY-TOTAL-GROSS
012730         DISPLAY '  FICA+FED+STATE+DEDUCT+NET (CREDITS). : '
012740             PAY-TOTAL-CREDITS
012750         DISPLAY '  OUT OF BALANCE BY. . . . . . . . . . : '
012760             PAY-OUT-OF-BALANCE
012770         DISPLAY 'CORRECT THE PAYROLL MASTER AND RERUN - NO '
012780             'JOURNAL FILE WAS WRITTEN.'
012790         CLOSE PAYROLL-FILE
012800         STOP RUN
012810     END-IF.
012820*    THE OFFSETTING VOID ENTRY MUST PROVE THE SAME WAY BEFORE
012830*    ANYTHING IS WRITTEN.
012840     COMPUTE PAY-VOID-BACKOUT-TOTAL =
012850         PAY-VOID-FICA + PAY-VOID-FED-TAX +
012860         PAY-VOID-STATE-TAX +
012870         PAY-VOID-OTHER-DED + PAY-VOID-NET.
012880     COMPUTE PAY-VOID-OUT-OF-BALANCE =
012890         PAY-VOID-GROSS - PAY-VOID-BACKOUT-TOTAL.
012900     IF PAY-VOID-OUT-OF-BALANCE NOT = ZERO
012910         DISPLAY 'VOID REVERSAL ENTRY DOES NOT BALANCE - '
012920             'EXTRACT REFUSED.'
012930         DISPLAY '  VOIDED GROSS . . . . . . . . . . . . : '
012940             PAY-VOID-GROSS
012950         DISPLAY '  VOIDED FICA+FED+STATE+DEDUCT+NET . . : '
012960             PAY-VOID-BACKOUT-TOTAL
012970         DISPLAY '  OUT OF BALANCE BY. . . . . . . . . . : '
012980             PAY-VOID-OUT-OF-BALANCE
012990         DISPLAY 'CORRECT THE PAYROLL MASTER AND RERUN - NO '
013000             'JOURNAL FILE WAS WRITTEN.'
013010         CLOSE PAYROLL-FILE
013020         STOP RUN
013030     END-IF.
013040 3000-PROVE-BALANCE-EXIT.
013050     EXIT.
013060
013070*----------------------------------------------------------------
013080* 4000-WRITE-JOURNAL-ENTRY -- THE ENTRY PROVED, SO THE FILE IS
013090* WRITTEN: THE WAGE EXPENSE DEBITS BY COST CENTER, THE
013100* WITHHOLDING, DEDUCTION AND
013110* CASH CREDITS, THE EMPLOYER TAX PAIR, AND A TRAILER REPEATING
013120* BOTH TOTALS SO THE RECEIVING SYSTEM CAN PROVE THEM AGAIN.
013130*----------------------------------------------------------------
013140 4000-WRITE-JOURNAL-ENTRY.
013150     OPEN OUTPUT JOURNAL-FILE.
013160     IF PAY-JOURNAL-STATUS NOT = '00'
013170         DISPLAY 'ERROR OPENING GL JOURNAL FILE - FILE STATUS: '
013180             PAY-JOURNAL-STATUS ' - RUN TERMINATED.'
013190         CLOSE PAYROLL-FILE
013200         STOP RUN
013210     END-IF.
013220     PERFORM 4150-WRITE-ONE-WAGE-LINE
013230         THRU 4150-WRITE-ONE-WAGE-LINE-EXIT
013240         VARYING PAY-WXTOT-WRITE-IDX FROM 1 BY 1
013250         UNTIL PAY-WXTOT-WRITE-IDX > PAY-WXTOT-COUNT.
013260     MOVE GL-FICA-PAYABLE-ACCT TO JL-ACCOUNT-NUMBER.
013270     MOVE 'FICA TAX PAYABLE' TO JL-ACCOUNT-NAME.
013280     MOVE 'C' TO JL-DEBIT-CREDIT.
013290     MOVE PAY-TOTAL-FICA TO JL-AMOUNT.
013300     PERFORM 4100-WRITE-JOURNAL-LINE
013310         THRU 4100-WRITE-JOURNAL-LINE-EXIT.
013320     MOVE GL-FED-WH-PAYABLE-ACCT TO JL-ACCOUNT-NUMBER.
013330     MOVE 'FEDERAL W/H TAX PAYABLE' TO JL-ACCOUNT-NAME.
013340     MOVE 'C' TO JL-DEBIT-CREDIT.
013350     MOVE PAY-TOTAL-FED-TAX TO JL-AMOUNT.
013360     PERFORM 4100-WRITE-JOURNAL-LINE
013370         THRU 4100-WRITE-JOURNAL-LINE-EXIT.
013380     PERFORM 4250-WRITE-ONE-STATE-LINE
013390         THRU 4250-WRITE-ONE-STATE-LINE-EXIT
013400         VARYING PAY-STTOT-WRITE-IDX FROM 1 BY 1
013410         UNTIL PAY-STTOT-WRITE-IDX > PAY-STTOT-COUNT.
013420     PERFORM 4200-WRITE-ONE-DEDUCTION-LINE
013430         THRU 4200-WRITE-ONE-DEDUCTION-LINE-EXIT
013440         VARYING PAY-DEDTOT-WRITE-IDX FROM 1 BY 1
013450         UNTIL PAY-DEDTOT-WRITE-IDX > PAY-DEDTOT-COUNT.
013460     MOVE GL-CASH-ACCT TO JL-ACCOUNT-NUMBER.
013470     MOVE 'CASH - PAYROLL' TO JL-ACCOUNT-NAME.
013480     MOVE 'C' TO JL-DEBIT-CREDIT.
013490     MOVE PAY-TOTAL-NET TO JL-AMOUNT.
013500     PERFORM 4100-WRITE-JOURNAL-LINE
013510         THRU 4100-WRITE-JOURNAL-LINE-EXIT.
013520*    THE COMPANY'S OWN TAXES ARE NOT PART OF THE EMPLOYEES' PAY,
013530*    SO THEY POST AS A PAIR OF THEIR OWN THAT BALANCES BY ITSELF.
013540     MOVE GL-PAYROLL-TAX-EXPENSE-ACCT TO JL-ACCOUNT-NUMBER.
013550     MOVE 'PAYROLL TAX EXPENSE' TO JL-ACCOUNT-NAME.
013560     MOVE 'D' TO JL-DEBIT-CREDIT.
013570     MOVE PAY-TOTAL-ER-TAX TO JL-AMOUNT.
013580     PERFORM 4100-WRITE-JOURNAL-LINE
013590         THRU 4100-WRITE-JOURNAL-LINE-EXIT.
013600     MOVE GL-EMPLOYER-TAX-PAYABLE-ACCT TO JL-ACCOUNT-NUMBER.
013610     MOVE 'EMPLOYER TAX PAYABLE' TO JL-ACCOUNT-NAME.
013620     MOVE 'C' TO JL-DEBIT-CREDIT.
013630     MOVE PAY-TOTAL-ER-TAX TO JL-AMOUNT.
013640     PERFORM 4100-WRITE-JOURNAL-LINE
013650         THRU 4100-WRITE-JOURNAL-LINE-EXIT.
013660     IF PAY-VOID-COUNT > ZERO
013670         PERFORM 4300-WRITE-VOID-ENTRY
013680             THRU 4300-WRITE-VOID-ENTRY-EXIT
013690     END-IF.
013700     MOVE 'T' TO JL-T-RECORD-TYPE.
013710     MOVE PAY-TOTAL-DEBITS-WRITTEN TO JL-T-DEBIT-TOTAL.
013720     MOVE PAY-TOTAL-CREDITS-WRITTEN TO JL-T-CREDIT-TOTAL.
013730*    THE 3000 PROOF CHECKED THE TOTALS THE LINES WERE DERIVED
013740*    FROM; THIS FOOTS THE LINES ACTUALLY WRITTEN. A MASTER
013750*    WHOSE ITEMIZED DEDUCTION SLOTS DISAGREE WITH ITS
013760*    OTHER-DEDUCTION TOTAL WOULD SURFACE HERE AND MUST NOT
013770*    SHIP UNDER A BALANCED FLAG.
013780     COMPUTE PAY-LINES-OUT-OF-BALANCE =
013790         PAY-TOTAL-DEBITS-WRITTEN - PAY-TOTAL-CREDITS-WRITTEN.
013800     IF PAY-LINES-OUT-OF-BALANCE = ZERO
013810         MOVE 'BALANCED' TO JL-T-BALANCE-FLAG
013820     ELSE
013830         MOVE 'MISMATCH' TO JL-T-BALANCE-FLAG
013840         MOVE 'N' TO PAY-LINES-BALANCED
013850         DISPLAY 'JOURNAL LINES WRITTEN DO NOT FOOT - DEBITS '
013860             PAY-TOTAL-DEBITS-WRITTEN ' CREDITS '
013870             PAY-TOTAL-CREDITS-WRITTEN ' - DO NOT POST THIS '
013880             'FILE.'
013890     END-IF.
013900     WRITE JOURNAL-LINE FROM JL-TRAILER-LINE.
013910     IF PAY-JOURNAL-STATUS NOT = '00'
013920         DISPLAY 'ERROR WRITING GL JOURNAL TRAILER - FILE '
013930             'STATUS: ' PAY-JOURNAL-STATUS
013940     END-IF.
013950 4000-WRITE-JOURNAL-ENTRY-EXIT.
013960     EXIT.
013970
013980*----------------------------------------------------------------
013990* 4150-WRITE-ONE-WAGE-LINE -- ONE WAGE EXPENSE DEBIT LINE PER
014000* DEPARTMENT CHARGED THIS PERIOD, TO THAT DEPARTMENT'S EXPENSE
014010* ACCOUNT, SO THE LEDGER CARRIES THE LABOR COST OF EACH COST
014020* CENTER. A DEPARTMENT CHARGED ONLY BY VOIDS HAS NO DEBIT LINE.
014030*----------------------------------------------------------------
014040 4150-WRITE-ONE-WAGE-LINE.
014050     IF PAY-WX-AMOUNT(PAY-WXTOT-WRITE-IDX) = ZERO
014060         GO TO 4150-WRITE-ONE-WAGE-LINE-EXIT
014070     END-IF.
014080     MOVE PAY-WX-ACCOUNT(PAY-WXTOT-WRITE-IDX) TO
014090         JL-ACCOUNT-NUMBER.
014100     MOVE PAY-WX-DEPT-CODE(PAY-WXTOT-WRITE-IDX) TO
014110         PAY-WX-ACCT-CODE.
014120     MOVE PAY-WX-ACCT-NAME TO JL-ACCOUNT-NAME.
014130     MOVE 'D' TO JL-DEBIT-CREDIT.
014140     MOVE PAY-WX-AMOUNT(PAY-WXTOT-WRITE-IDX) TO JL-AMOUNT.
014150     PERFORM 4100-WRITE-JOURNAL-LINE
014160         THRU 4100-WRITE-JOURNAL-LINE-EXIT.
014170 4150-WRITE-ONE-WAGE-LINE-EXIT.
014180     EXIT.
014190
014200*----------------------------------------------------------------
014210* 4200-WRITE-ONE-DEDUCTION-LINE -- ONE DEDUCTIONS-PAYABLE CREDIT
014220* LINE PER DEDUCTION CODE WITHHELD THIS PERIOD, SO EACH PAYABLE
014230* (401K REMITTANCE, INSURANCE CARRIER, SUPPORT ORDER) CAN BE
014240* SETTLED OFF ITS OWN JOURNAL LINE.
014250*----------------------------------------------------------------
014260 4200-WRITE-ONE-DEDUCTION-LINE.
014270     MOVE GL-DEDUCTIONS-PAYABLE-ACCT TO JL-ACCOUNT-NUMBER.
014280     MOVE PAY-DT-CODE(PAY-DEDTOT-WRITE-IDX) TO
014290         PAY-DED-ACCT-CODE.
014300     MOVE PAY-DED-ACCT-NAME TO JL-ACCOUNT-NAME.
014310     MOVE 'C' TO JL-DEBIT-CREDIT.
014320     MOVE PAY-DT-AMOUNT(PAY-DEDTOT-WRITE-IDX) TO JL-AMOUNT.
014330     PERFORM 4100-WRITE-JOURNAL-LINE
014340         THRU 4100-WRITE-JOURNAL-LINE-EXIT.
014350 4200-WRITE-ONE-DEDUCTION-LINE-EXIT.
014360     EXIT.
014370
014380*----------------------------------------------------------------
014390* 4250-WRITE-ONE-STATE-LINE -- ONE STATE W/H PAYABLE CREDIT LINE
014400* PER WORK STATE WITHHELD THIS PERIOD, SO EACH STATE'S DEPOSIT
014410* CAN BE SETTLED OFF ITS OWN JOURNAL LINE.
014420*----------------------------------------------------------------
014430 4250-WRITE-ONE-STATE-LINE.
014440     MOVE GL-STATE-WH-PAYABLE-ACCT TO JL-ACCOUNT-NUMBER.
014450     MOVE PAY-ST-CODE(PAY-STTOT-WRITE-IDX) TO
014460         PAY-STATE-ACCT-CODE.
014470     MOVE PAY-STATE-ACCT-NAME TO JL-ACCOUNT-NAME.
014480     MOVE 'C' TO JL-DEBIT-CREDIT.
014490     MOVE PAY-ST-AMOUNT(PAY-STTOT-WRITE-IDX) TO JL-AMOUNT.
014500     PERFORM 4100-WRITE-JOURNAL-LINE
014510         THRU 4100-WRITE-JOURNAL-LINE-EXIT.
014520 4250-WRITE-ONE-STATE-LINE-EXIT.
014530     EXIT.
014540
014550*----------------------------------------------------------------
014560* 4300-WRITE-VOID-ENTRY -- THE OFFSETTING ENTRY FOR THE VOIDED
014570* PAYMENTS: CREDIT EACH COST CENTER'S WAGE EXPENSE FOR ITS SHARE
014580* OF THE VOIDED GROSS, DEBIT THE PAYABLES AND CASH FOR THE
014590* WITHHOLDING AND NET
014600* COMING BACK. SAME ACCOUNTS AS THE NORMAL ENTRY, NAMED SO THE
014610* LEDGER SHOWS WHICH SIDE IS THE REVERSAL.
014620*----------------------------------------------------------------
014630 4300-WRITE-VOID-ENTRY.
014640     PERFORM 4370-WRITE-ONE-VOID-WAGE-LINE
014650         THRU 4370-WRITE-ONE-VOID-WAGE-LINE-EXIT
014660         VARYING PAY-WXTOT-WRITE-IDX FROM 1 BY 1
014670         UNTIL PAY-WXTOT-WRITE-IDX > PAY-WXTOT-COUNT.
014680     MOVE GL-FICA-PAYABLE-ACCT TO JL-ACCOUNT-NUMBER.
014690     MOVE 'FICA PAYABLE - VOIDS' TO JL-ACCOUNT-NAME.
014700     MOVE 'D' TO JL-DEBIT-CREDIT.
014710     MOVE PAY-VOID-FICA TO JL-AMOUNT.
014720     PERFORM 4100-WRITE-JOURNAL-LINE
014730         THRU 4100-WRITE-JOURNAL-LINE-EXIT.
014740     MOVE GL-FED-WH-PAYABLE-ACCT TO JL-ACCOUNT-NUMBER.
014750     MOVE 'FED W/H PAYABLE - VOIDS' TO JL-ACCOUNT-NAME.
014760     MOVE 'D' TO JL-DEBIT-CREDIT.
014770     MOVE PAY-VOID-FED-TAX TO JL-AMOUNT.
014780     PERFORM 4100-WRITE-JOURNAL-LINE
014790         THRU 4100-WRITE-JOURNAL-LINE-EXIT.
014800     PERFORM 4360-WRITE-ONE-VOID-STATE-LINE
014810         THRU 4360-WRITE-ONE-VOID-STATE-LINE-EXIT
014820         VARYING PAY-VSTTOT-WRITE-IDX FROM 1 BY 1
014830         UNTIL PAY-VSTTOT-WRITE-IDX > PAY-VSTTOT-COUNT.
014840     PERFORM 4350-WRITE-ONE-VOID-DED-LINE
014850         THRU 4350-WRITE-ONE-VOID-DED-LINE-EXIT
014860         VARYING PAY-VDTOT-WRITE-IDX FROM 1 BY 1
014870         UNTIL PAY-VDTOT-WRITE-IDX > PAY-VDTOT-COUNT.
014880     MOVE GL-CASH-ACCT TO JL-ACCOUNT-NUMBER.
014890     MOVE 'CASH - PAYROLL VOIDS' TO JL-ACCOUNT-NAME.
014900     MOVE 'D' TO JL-DEBIT-CREDIT.
014910     MOVE PAY-VOID-NET TO JL-AMOUNT.
014920     PERFORM 4100-WRITE-JOURNAL-LINE
014930         THRU 4100-WRITE-JOURNAL-LINE-EXIT.
014940     MOVE GL-PAYROLL-TAX-EXPENSE-ACCT TO JL-ACCOUNT-NUMBER.
014950     MOVE 'PAYROLL TAX EXP - VOIDS' TO JL-ACCOUNT-NAME.
014960     MOVE 'C' TO JL-DEBIT-CREDIT.
014970     MOVE PAY-VOID-ER-TAX TO JL-AMOUNT.
014980     PERFORM 4100-WRITE-JOURNAL-LINE
014990         THRU 4100-WRITE-JOURNAL-LINE-EXIT.
015000     MOVE GL-EMPLOYER-TAX-PAYABLE-ACCT TO JL-ACCOUNT-NUMBER.
015010     MOVE 'EMPLOYER TAX PAY - VOIDS' TO JL-ACCOUNT-NAME.
015020     MOVE 'D' TO JL-DEBIT-CREDIT.
015030     MOVE PAY-VOID-ER-TAX TO JL-AMOUNT.
015040     PERFORM 4100-WRITE-JOURNAL-LINE
015050         THRU 4100-WRITE-JOURNAL-LINE-EXIT.
015060 4300-WRITE-VOID-ENTRY-EXIT.
015070     EXIT.
015080
015090 4350-WRITE-ONE-VOID-DED-LINE.
015100     MOVE GL-DEDUCTIONS-PAYABLE-ACCT TO JL-ACCOUNT-NUMBER.
015110     MOVE PAY-VD-CODE(PAY-VDTOT-WRITE-IDX) TO
015120         PAY-VDED-ACCT-CODE.
015130     MOVE PAY-VDED-ACCT-NAME TO JL-ACCOUNT-NAME.
015140     MOVE 'D' TO JL-DEBIT-CREDIT.
015150     MOVE PAY-VD-AMOUNT(PAY-VDTOT-WRITE-IDX) TO JL-AMOUNT.
015160     PERFORM 4100-WRITE-JOURNAL-LINE
015170         THRU 4100-WRITE-JOURNAL-LINE-EXIT.
015180 4350-WRITE-ONE-VOID-DED-LINE-EXIT.
015190     EXIT.
015200
015210 4360-WRITE-ONE-VOID-STATE-LINE.
015220     MOVE GL-STATE-WH-PAYABLE-ACCT TO JL-ACCOUNT-NUMBER.
015230     MOVE PAY-VS-CODE(PAY-VSTTOT-WRITE-IDX) TO
015240         PAY-VSTATE-ACCT-CODE.
015250     MOVE PAY-VSTATE-ACCT-NAME TO JL-ACCOUNT-NAME.
015260     MOVE 'D' TO JL-DEBIT-CREDIT.
015270     MOVE PAY-VS-AMOUNT(PAY-VSTTOT-WRITE-IDX) TO JL-AMOUNT.
015280     PERFORM 4100-WRITE-JOURNAL-LINE
015290         THRU 4100-WRITE-JOURNAL-LINE-EXIT.
015300 4360-WRITE-ONE-VOID-STATE-LINE-EXIT.
015310     EXIT.
015320
015330 4370-WRITE-ONE-VOID-WAGE-LINE.
015340     IF PAY-WX-VOID-AMOUNT(PAY-WXTOT-WRITE-IDX) = ZERO
015350         GO TO 4370-WRITE-ONE-VOID-WAGE-LINE-EXIT
015360     END-IF.
015370     MOVE PAY-WX-ACCOUNT(PAY-WXTOT-WRITE-IDX) TO
015380         JL-ACCOUNT-NUMBER.
015390     MOVE PAY-WX-DEPT-CODE(PAY-WXTOT-WRITE-IDX) TO
015400         PAY-VWX-ACCT-CODE.
015410     MOVE PAY-VWX-ACCT-NAME TO JL-ACCOUNT-NAME.
015420     MOVE 'C' TO JL-DEBIT-CREDIT.
015430     MOVE PAY-WX-VOID-AMOUNT(PAY-WXTOT-WRITE-IDX) TO JL-AMOUNT.
015440     PERFORM 4100-WRITE-JOURNAL-LINE
015450         THRU 4100-WRITE-JOURNAL-LINE-EXIT.
015460 4370-WRITE-ONE-VOID-WAGE-LINE-EXIT.
015470     EXIT.
015480
015490 4100-WRITE-JOURNAL-LINE.
015500     MOVE 'J' TO JL-RECORD-TYPE.
015510     MOVE PAY-RUN-DATE TO JL-RUN-DATE.
015520     IF JL-DEBIT-CREDIT = 'D'
015530         ADD JL-AMOUNT TO PAY-TOTAL-DEBITS-WRITTEN
015540     ELSE
015550         ADD JL-AMOUNT TO PAY-TOTAL-CREDITS-WRITTEN
015560     END-IF.
015570     WRITE JOURNAL-LINE FROM JL-DETAIL-LINE.
015580     IF PAY-JOURNAL-STATUS NOT = '00'
015590         DISPLAY 'ERROR WRITING GL JOURNAL LINE - FILE STATUS: '
015600             PAY-JOURNAL-STATUS
015610     END-IF.
015620 4100-WRITE-JOURNAL-LINE-EXIT.
015630     EXIT.
015640
015650 9000-TERMINATE-EXTRACT.
015660     CLOSE PAYROLL-FILE.
015670     CLOSE JOURNAL-FILE.
015680     DISPLAY 'GL JOURNAL EXTRACT RECONCILIATION - PERIOD '
015690         PAY-CURRENT-PERIOD.
015700     DISPLAY '  MASTER RECORDS TOTALED . . . . . . . : '
015710         PAY-RECORD-COUNT.
015720     DISPLAY '  SKIPPED - PRIOR-PERIOD STAMP . . . . : '
015730         PAY-OTHER-PERIOD-COUNT.
015740     DISPLAY '  DEBIT SALARY/WAGE EXPENSE. . . . . . : '
015750         PAY-TOTAL-GROSS.
015760     DISPLAY '    COST CENTERS CHARGED . . . . . . . : '
015770         PAY-WXTOT-COUNT.
015780     DISPLAY '  CREDIT FICA PAYABLE. . . . . . . . . : '
015790         PAY-TOTAL-FICA.
015800     DISPLAY '  CREDIT FEDERAL W/H PAYABLE . . . . . : '
015810         PAY-TOTAL-FED-TAX.
015820     DISPLAY '  CREDIT STATE W/H PAYABLE . . . . . . : '
015830         PAY-TOTAL-STATE-TAX.
015840     DISPLAY '  CREDIT DEDUCTIONS PAYABLE. . . . . . : '
015850         PAY-TOTAL-OTHER-DED.
015860     DISPLAY '  CREDIT CASH. . . . . . . . . . . . . : '
015870         PAY-TOTAL-NET.
015880     DISPLAY '  DEBIT PAYROLL TAX EXPENSE. . . . . . : '
015890         PAY-TOTAL-ER-TAX.
015900     DISPLAY '    EMPLOYER FICA. . . . . . . . . . . : '
015910         PAY-TOTAL-ER-FICA.
015920     DISPLAY '    FUTA . . . . . . . . . . . . . . . : '
015930         PAY-TOTAL-ER-FUTA.
015940     DISPLAY '    SUTA . . . . . . . . . . . . . . . : '
015950         PAY-TOTAL-ER-SUTA.
015960     DISPLAY '  CREDIT EMPLOYER TAX PAYABLE. . . . . : '
015970         PAY-TOTAL-ER-TAX.
015980     IF PAY-VOID-COUNT > ZERO
015990         DISPLAY '  VOID RECORDS REVERSED. . . . . . . . : '
016000             PAY-VOID-COUNT
016010         DISPLAY '  CREDIT SALARY EXPENSE (VOIDS). . . . : '
016020             PAY-VOID-GROSS
016030         DISPLAY '  DEBIT STATE W/H PAYABLE (VOIDS). . . : '
016040             PAY-VOID-STATE-TAX
016050         DISPLAY '  DEBIT CASH (VOIDS) . . . . . . . . . : '
016060             PAY-VOID-NET
016070         DISPLAY '  CREDIT PAYROLL TAX EXPENSE (VOIDS) . : '
016080             PAY-VOID-ER-TAX
016090     END-IF.
016100     IF PAY-LINES-BALANCED = 'Y'
016110         DISPLAY '  DEBITS EQUAL CREDITS - FILE RELEASED.'
016120     ELSE
016130         DISPLAY '  *** JOURNAL LINES DO NOT FOOT - TRAILER '
016140             'FLAGGED MISMATCH - DO NOT POST ***'
016150         MOVE PAY-MISMATCH-RC TO RETURN-CODE
016160     END-IF.
016170 9000-TERMINATE-EXTRACT-EXIT.
016180     EXIT.
016190
016200 END PROGRAM GLExtract.
