001070*                  REGULAR PERIOD IS ALREADY OPEN WHEN AN
001080*                  OFF-CYCLE CORRECTION RUNS, AND THE SUPPLEMENTAL
001090*                  MINI-CYCLE MUST RUN AND CLOSE FIRST.
001100* 10-15-2026  CNR  STATE WAGES AND STATE INCOME TAX WITHHELD NOW
001110*                  ROLL INTO THE NEW YTD STATE SLOTS (UP TO THREE
001120*                  WORK STATES PER EMPLOYEE PER YEAR) FOR THE
001130*                  W-2 STATE BOXES, AND BACK OUT OF THEM ON A
001140*                  VOID. THE WORK STATE AND STATE TAX ARE CARRIED
001150*                  TO THE PAY HISTORY. SOURCE RESEQUENCED.
001160* 10-15-2026  CNR  FEDERAL TAXABLE WAGES, FICA WAGES AND THE
001170*                  401(K) DEFERRAL NOW ROLL INTO THE YTD FILE AND
001180*                  THE PAY HISTORY (AND BACK OUT ON A VOID) FOR
001190*                  THE W-2 WAGE BOXES. STATE WAGES ARE NOW THE
001200*                  FEDERAL TAXABLE WAGES RATHER THAN GROSS. THE
001210*                  DEDUCTION MASTER REWRITE KEEPS EACH ENTRY'S
001220*                  TAX TREATMENT. SOURCE RESEQUENCED.
001230* 10-15-2026  CNR  A GOOD CLOSE NOW REMINDS THE OPERATOR TO RUN
001240*                  THE DEDUCTION REMITTANCE (DedRemit) FOR THE
001250*                  PERIOD JUST CLOSED. SOURCE RESEQUENCED.
001260* 10-15-2026  CNR  THE COST-CENTER LABOR SPLIT ON THE MASTER NOW
001270*                  GOES TO THE PAY HISTORY WITH THE REST OF THE
001280*                  PAYMENT, SO A LATER VOID REVERSES THE SAME
001290*                  DEPARTMENTS THE PAYMENT WAS CHARGED TO. SOURCE
001300*                  RESEQUENCED.
001310*================================================================
001320
001330 ENVIRONMENT DIVISION.
001340 INPUT-OUTPUT SECTION.
001350 FILE-CONTROL.
001360     SELECT PAYROLL-FILE ASSIGN TO 'paymaster.dat'
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS SEQUENTIAL
001390         RECORD KEY IS OUT-EMPLOYEE-NUMBER
001400         FILE STATUS IS PAY-FILE-STATUS.
001410     SELECT YTD-FILE ASSIGN TO 'ytdmaster.txt'
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS PAY-YTD-STATUS.
001440     SELECT CALENDAR-FILE ASSIGN TO 'paycalendar.txt'
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS PAY-CAL-STATUS.
001470     SELECT DEDUCTION-FILE ASSIGN TO 'deductions.txt'
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS PAY-DEDUCT-STATUS.
001500     SELECT HISTORY-FILE ASSIGN TO 'payhistory.txt'
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS PAY-HIST-STATUS.
001530     SELECT CLOSE-CONTROL-FILE ASSIGN TO 'closecontrol.txt'
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS PAY-CLOSE-CTL-STATUS.
001560     SELECT ACCRUAL-FILE ASSIGN TO 'accrualrules.txt'
001570         ORGANIZATION IS LINE SEQUENTIAL
001580         FILE STATUS IS PAY-ACR-STATUS.
001590     SELECT LEAVE-FILE ASSIGN TO 'leavebalance.txt'
001600         ORGANIZATION IS LINE SEQUENTIAL
001610         FILE STATUS IS PAY-LVE-STATUS.
001620
001630 DATA DIVISION.
001640 FILE SECTION.
001650 FD  PAYROLL-FILE.
001660     COPY PAYRECOUT.
001670
001680 FD  YTD-FILE.
001690     COPY YTDREC.
001700
001710 FD  CALENDAR-FILE.
001720     COPY CALREC.
001730
001740*----------------------------------------------------------------
001750* DEDUCTION-FILE -- EMPLOYEE DEDUCTION MASTER. LOADED AT
001760* START-UP AND REWRITTEN AT NORMAL TERMINATION WITH THE PERIOD'S
001770* WITHHELD AMOUNTS ADDED TO EACH RECORD'S TAKEN-TO-DATE FIGURE.
001780*----------------------------------------------------------------
001790 FD  DEDUCTION-FILE.
001800     COPY DEDREC.
001810
001820*----------------------------------------------------------------
001830* HISTORY-FILE -- PERMANENT PAY HISTORY, APPEND-ONLY. ONE RECORD
001840* PER MASTER RECORD ROLLED, WRITTEN BEFORE THE NEXT PERIOD'S
001850* ENTRY CAN OVERWRITE THE MASTER.
001860*----------------------------------------------------------------
001870 FD  HISTORY-FILE.
001880     COPY HISTREC.
001890
001900*----------------------------------------------------------------
001910* CLOSE-CONTROL-FILE -- ONE RECORD, REWRITTEN AT EACH SUCCESSFUL
001920* CLOSE WITH THE PERIOD JUST ROLLED AND ITS CONTROL TOTALS, FOR
001930* THE END-TO-END TIE-OUT (TieOut.cbl).
001940*----------------------------------------------------------------
001950 FD  CLOSE-CONTROL-FILE.
001960     COPY CLOSEREC.
001970
001980*----------------------------------------------------------------
001990* ACCRUAL-FILE -- LEAVE ACCRUAL RULES BY EMPLOYEE CLASS, SET UP
002000* BY THE PAYROLL OFFICE. READ-ONLY HERE.
002010*----------------------------------------------------------------
002020 FD  ACCRUAL-FILE.
002030     COPY ACRREC.
002040
002050*----------------------------------------------------------------
002060* LEAVE-FILE -- EMPLOYEE LEAVE BALANCES. LOADED AT START-UP AND
002070* REWRITTEN AT NORMAL TERMINATION WITH THE PERIOD'S ACCRUALS
002080* ADDED, THE SAME LOAD/REWRITE PATTERN THE DEDUCTION MASTER
002090* USES.
002100*----------------------------------------------------------------
002110 FD  LEAVE-FILE.
002120     COPY LVEREC.
002130
002140 WORKING-STORAGE SECTION.
002150*----------------------------------------------------------------
002160* RUN CONTROL FIELDS
002170*----------------------------------------------------------------
002180 01  PAY-END-OF-FILE           PIC X(1) VALUE 'N'.
002190     88  PAY-NO-MORE-RECORDS   VALUE 'Y'.
002200 01  PAY-END-OF-YTD            PIC X(1) VALUE 'N'.
002210 01  PAY-FILE-STATUS           PIC X(2).
002220 01  PAY-YTD-STATUS            PIC X(2).
002230 01  PAY-MASTER-READ-COUNT     PIC 9(7) COMP VALUE ZERO.
002240 01  PAY-YTD-ADDED-COUNT       PIC 9(7) COMP VALUE ZERO.
002250 01  PAY-YTD-UPDATED-COUNT     PIC 9(7) COMP VALUE ZERO.
002260 01  PAY-PRIOR-PERIOD-COUNT    PIC 9(7) COMP VALUE ZERO.
002270 01  PAY-NO-PERIOD-COUNT       PIC 9(7) COMP VALUE ZERO.
002280 01  PAY-YTD-MATCH-FOUND       PIC X(1) VALUE 'N'.
002290 01  PAY-HIST-STATUS           PIC X(2).
002300 01  PAY-HIST-WRITE-COUNT      PIC 9(7) COMP VALUE ZERO.
002310 01  PAY-CLOSE-CTL-STATUS      PIC X(2).
002320 01  PAY-CLS-RECORDS-ROLLED    PIC 9(7) COMP VALUE ZERO.
002330 01  PAY-CLS-GROSS-ROLLED      PIC 9(11)V99 VALUE ZERO.
002340 01  PAY-CLS-FICA-ROLLED       PIC 9(11)V99 VALUE ZERO.
002350 01  PAY-CLS-FED-TAX-ROLLED    PIC 9(11)V99 VALUE ZERO.
002360 01  PAY-CLS-OTHER-DED-ROLLED  PIC 9(11)V99 VALUE ZERO.
002370 01  PAY-CLS-NET-ROLLED        PIC 9(11)V99 VALUE ZERO.
002380 01  PAY-CLS-STATE-TAX-ROLLED  PIC 9(11)V99 VALUE ZERO.
002390 01  PAY-CLS-VOID-NET-ROLLED   PIC 9(11)V99 VALUE ZERO.
002400 01  PAY-VOID-COUNT            PIC 9(7) COMP VALUE ZERO.
002410 01  PAY-ROLL-IS-ADJUSTMENT    PIC X(1) VALUE 'N'.
002420 01  PAY-HIST-MOVE-IDX         PIC 9(1) COMP VALUE ZERO.
002430 77  PAY-HIST-MAX-DED-ITEMS    PIC 9(1) VALUE 5.
002440 77  PAY-HIST-MAX-DIST-ITEMS   PIC 9(1) VALUE 5.
002450
002460*----------------------------------------------------------------
002470* PAY-PERIOD CALENDAR CONTROLS. THE WHOLE (SMALL) CALENDAR IS
002480* LOADED SO THE CURRENT PERIOD CAN BE STAMPED CLOSED AND THE
002490* FILE REWRITTEN AT NORMAL TERMINATION. A PERIOD ALREADY CLOSED
002500* REFUSES A SECOND ROLL -- THAT WOULD DOUBLE THE YTD FIGURES.
002510*----------------------------------------------------------------
002520 01  PAY-CAL-STATUS            PIC X(2).
002530 01  PAY-END-OF-CAL            PIC X(1) VALUE 'N'.
002540 01  PAY-CAL-TABLE.
002550     05  PAY-CAL-COUNT             PIC 9(3) COMP VALUE ZERO.
002560     05  PAY-CAL-ENTRY OCCURS 1 TO 100 TIMES
002570             DEPENDING ON PAY-CAL-COUNT
002580             INDEXED BY PAY-CAL-IDX.
002590         10  PAY-C-PERIOD-NUMBER    PIC 9(4).
002600         10  PAY-C-START-DATE       PIC 9(8).
002610         10  PAY-C-END-DATE         PIC 9(8).
002620         10  PAY-C-STATUS           PIC X(1).
002630         10  PAY-C-PERIOD-TYPE      PIC X(1).
002640 01  PAY-CURRENT-PERIOD-IDX    PIC 9(3) COMP VALUE ZERO.
002650 01  PAY-SUPPL-PERIOD-IDX     PIC 9(3) COMP VALUE ZERO.
002660 01  PAY-CURRENT-PERIOD        PIC 9(4) VALUE ZERO.
002670 01  PAY-CAL-WRITE-IDX         PIC 9(3) COMP VALUE ZERO.
002680 01  PAY-RUN-DATE              PIC 9(8) VALUE ZERO.
002690 77  PAY-CAL-MAX-ENTRIES       PIC 9(3) VALUE 100.
002700
002710*----------------------------------------------------------------
002720* IN-MEMORY COPY OF THE YTD FILE. LOADED AT START-UP, UPDATED
002730* FROM THE PAYROLL MASTER, AND REWRITTEN AT TERMINATION -- THE
002740* SAME LOAD/REWRITE PATTERN Payroll.cbl USES FOR ITS MASTER. THE
002750* OCCURS CEILING MUST MATCH PAY-YTD-MAX-ENTRIES, CHECKED BOTH ON
002760* LOAD AND ON A NEW EMPLOYEE ADD SO THE TABLE IS NEVER INDEXED
002770* PAST ITS CAPACITY.
002780*----------------------------------------------------------------
002790 01  PAY-YTD-TABLE.
002800     05  PAY-YTD-COUNT             PIC 9(5) COMP VALUE ZERO.
002810     05  PAY-YTD-ENTRY OCCURS 1 TO 50000 TIMES
002820             DEPENDING ON PAY-YTD-COUNT
002830             INDEXED BY PAY-YTD-IDX.
002840         10  PAY-Y-EMPLOYEE-NUMBER   PIC 9(9).
002850         10  PAY-Y-EMPLOYEE-INITIAL  PIC A(1).
002860         10  PAY-Y-EMPLOYEE-LASTNAME PIC A(15).
002870         10  PAY-Y-GROSS-PAY         PIC 9(9)V99.
002880         10  PAY-Y-FICA-AMOUNT       PIC 9(9)V99.
002890         10  PAY-Y-FED-TAX-AMOUNT    PIC 9(9)V99.
002900         10  PAY-Y-NET-PAY           PIC 9(9)V99.
002910         10  PAY-Y-OTHER-DED-AMOUNT  PIC 9(9)V99.
002920         10  PAY-Y-PERIODS-PAID      PIC 9(3).
002930         10  PAY-Y-FED-TAXABLE-WAGES PIC 9(9)V99.
002940         10  PAY-Y-FICA-WAGES        PIC 9(9)V99.
002950         10  PAY-Y-DEFERRAL-AMOUNT   PIC 9(9)V99.
002960         10  PAY-Y-STATE OCCURS 3 TIMES.
002970             15  PAY-Y-STATE-CODE    PIC X(2).
002980             15  PAY-Y-STATE-WAGES   PIC 9(9)V99.
002990             15  PAY-Y-STATE-TAX     PIC 9(9)V99.
003000
003010 01  PAY-WRITE-IDX             PIC 9(5) COMP VALUE ZERO.
003020
003030 77  PAY-YTD-MAX-ENTRIES       PIC 9(5) VALUE 50000.
003040
003050*----------------------------------------------------------------
003060* YTD STATE SLOT WORK FIELDS. EACH YTD ENTRY CARRIES UP TO THREE
003070* WORK STATES; THE SLOT FOR THE STATE BEING ROLLED IS THE ONE
003080* ALREADY HOLDING IT, ELSE THE FIRST EMPTY ONE.
003090*----------------------------------------------------------------
003100 01  PAY-STATE-SLOT-IDX        PIC 9(1) COMP VALUE ZERO.
003110 01  PAY-STATE-SLOT-FOUND      PIC 9(1) COMP VALUE ZERO.
003120 01  PAY-STATE-FREE-SLOT       PIC 9(1) COMP VALUE ZERO.
003130 01  PAY-ROLL-STATE-TAX        PIC 9(7)V99 VALUE ZERO.
003140 01  PAY-ROLL-FED-WAGES        PIC 9(7)V99 VALUE ZERO.
003150 01  PAY-ROLL-FICA-WAGES       PIC 9(7)V99 VALUE ZERO.
003160 01  PAY-ROLL-DEFERRAL         PIC 9(7)V99 VALUE ZERO.
003170 77  PAY-YTD-MAX-STATES        PIC 9(1) VALUE 3.
003180
003190*----------------------------------------------------------------
003200* IN-MEMORY COPY OF THE EMPLOYEE DEDUCTION MASTER, LOADED AT
003210* START-UP AND REWRITTEN AT TERMINATION -- THE SAME LOAD/REWRITE
003220* PATTERN THE CALENDAR USES. A MISSING FILE MEANS NO DEDUCTIONS
003230* ARE ON THE BOOKS AND THE REWRITE IS SKIPPED.
003240*----------------------------------------------------------------
003250 01  PAY-DEDUCT-STATUS         PIC X(2).
003260 01  PAY-END-OF-DEDUCT         PIC X(1) VALUE 'N'.
003270 01  PAY-DEDUCT-FILE-PRESENT   PIC X(1) VALUE 'N'.
003280 01  PAY-DEDUCT-TABLE.
003290     05  PAY-DEDUCT-COUNT          PIC 9(5) COMP VALUE ZERO.
003300     05  PAY-DEDUCT-ENTRY OCCURS 1 TO 5000 TIMES
003310             DEPENDING ON PAY-DEDUCT-COUNT
003320             INDEXED BY PAY-DEDUCT-IDX.
003330         10  PAY-DE-EMPLOYEE-NUMBER PIC 9(9).
003340         10  PAY-DE-CODE            PIC X(3).
003350         10  PAY-DE-DESCRIPTION     PIC X(15).
003360         10  PAY-DE-TYPE            PIC X(1).
003370         10  PAY-DE-METHOD          PIC X(1).
003380         10  PAY-DE-FLAT-AMOUNT     PIC 9(5)V99.
003390         10  PAY-DE-PERCENT         PIC 9V9999.
003400         10  PAY-DE-GOAL-AMOUNT     PIC 9(7)V99.
003410         10  PAY-DE-TAKEN-AMOUNT    PIC 9(9)V99.
003420         10  PAY-DE-PRIORITY        PIC 9(1).
003430         10  PAY-DE-TAX-TREATMENT   PIC X(1).
003440 01  PAY-DEDUCT-WRITE-IDX      PIC 9(5) COMP VALUE ZERO.
003450 01  PAY-DED-SCAN-IDX          PIC 9(1) COMP VALUE ZERO.
003460 01  PAY-DED-MATCHED           PIC X(1) VALUE 'N'.
003470 77  PAY-DEDUCT-MAX-ENTRIES    PIC 9(5) VALUE 5000.
003480 77  PAY-DED-MAX-ITEMS         PIC 9(1) VALUE 5.
003490
003500*----------------------------------------------------------------
003510* LEAVE ACCRUAL RULE TABLE (BY EMPLOYEE CLASS) AND IN-MEMORY
003520* COPY OF THE EMPLOYEE LEAVE BALANCE FILE, LOADED AT START-UP
003530* AND REWRITTEN AT NORMAL TERMINATION WITH THE PERIOD'S
003540* ACCRUALS ADDED -- THE SAME LOAD/REWRITE PATTERN THE DEDUCTION
003550* MASTER USES. A MISSING ACCRUAL RULE FILE MEANS NO ACCRUALS
003560* ARE ON THE BOOKS AND THE BALANCE FILE IS LEFT ALONE.
003570*----------------------------------------------------------------
003580 01  PAY-ACR-STATUS            PIC X(2).
003590 01  PAY-END-OF-ACR            PIC X(1) VALUE 'N'.
003600 01  PAY-ACCRUAL-FILE-PRESENT  PIC X(1) VALUE 'N'.
003610 01  PAY-ACR-TABLE.
003620     05  PAY-ACR-COUNT             PIC 9(2) COMP VALUE ZERO.
003630     05  PAY-ACR-ENTRY OCCURS 1 TO 10 TIMES
003640             DEPENDING ON PAY-ACR-COUNT
003650             INDEXED BY PAY-ACR-IDX.
003660         10  PAY-A-CLASS-CODE       PIC X(1).
003670         10  PAY-A-VAC-HOURS        PIC 9(2)V99.
003680         10  PAY-A-SICK-HOURS       PIC 9(2)V99.
003690         10  PAY-A-VAC-CAP          PIC 9(3)V99.
003700         10  PAY-A-SICK-CAP         PIC 9(3)V99.
003710 77  PAY-ACR-MAX-ENTRIES       PIC 9(2) VALUE 10.
003720 01  PAY-LVE-STATUS            PIC X(2).
003730 01  PAY-END-OF-LVE            PIC X(1) VALUE 'N'.
003740 01  PAY-LVE-TABLE.
003750     05  PAY-LVE-COUNT             PIC 9(5) COMP VALUE ZERO.
003760     05  PAY-LVE-ENTRY OCCURS 1 TO 50000 TIMES
003770             DEPENDING ON PAY-LVE-COUNT
003780             INDEXED BY PAY-LVE-IDX.
003790         10  PAY-L-EMPLOYEE-NUMBER  PIC 9(9).
003800         10  PAY-L-CLASS-CODE       PIC X(1).
003810         10  PAY-L-VAC-BALANCE      PIC 9(3)V99.
003820         10  PAY-L-SICK-BALANCE     PIC 9(3)V99.
003830         10  PAY-L-VAC-TAKEN-YTD    PIC 9(3)V99.
003840         10  PAY-L-SICK-TAKEN-YTD   PIC 9(3)V99.
003850 01  PAY-LVE-WRITE-IDX         PIC 9(5) COMP VALUE ZERO.
003860 01  PAY-LVE-MATCH-FOUND       PIC X(1) VALUE 'N'.
003870 01  PAY-ACR-MATCH-FOUND       PIC X(1) VALUE 'N'.
003880 01  PAY-ACCRUED-COUNT         PIC 9(7) COMP VALUE ZERO.
003890 77  PAY-LVE-MAX-ENTRIES       PIC 9(5) VALUE 50000.
003900
003910 PROCEDURE DIVISION.
003920
003930 0000-MAIN-PROCEDURE.
003940     PERFORM 1000-INITIALIZE-PERIOD-CLOSE
003950         THRU 1000-INITIALIZE-PERIOD-CLOSE-EXIT.
003960     PERFORM 2000-ROLL-MASTER-RECORD
003970         THRU 2000-ROLL-MASTER-RECORD-EXIT
003980         UNTIL PAY-NO-MORE-RECORDS.
003990     PERFORM 9000-TERMINATE-PERIOD-CLOSE
004000         THRU 9000-TERMINATE-PERIOD-CLOSE-EXIT.
004010     STOP RUN.
004020
004030*----------------------------------------------------------------
004040* 1000-INITIALIZE-PERIOD-CLOSE -- LOAD THE EXISTING YTD FILE INTO
004050* THE TABLE (A MISSING YTD FILE IS A FIRST CLOSE OF THE YEAR, NOT
004060* AN ERROR), THEN OPEN THE PAYROLL MASTER AND PRIME THE FIRST
004070* RECORD. A MISSING MASTER MEANS THERE IS NOTHING TO CLOSE.
004080*----------------------------------------------------------------
004090 1000-INITIALIZE-PERIOD-CLOSE.
004100     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
004110     PERFORM 1200-CHECK-PAY-CALENDAR
004120         THRU 1200-CHECK-PAY-CALENDAR-EXIT.
004130     OPEN INPUT YTD-FILE.
004140     IF PAY-YTD-STATUS = '00'
004150         PERFORM 1100-READ-YTD-RECORD
004160             THRU 1100-READ-YTD-RECORD-EXIT
004170             UNTIL PAY-END-OF-YTD = 'Y'
004180         CLOSE YTD-FILE
004190     ELSE
004200         DISPLAY 'NO EXISTING YTD FILE FOUND - STARTING A NEW '
004210             'ACCUMULATION YEAR.'
004220         CLOSE YTD-FILE
004230     END-IF.
004240     PERFORM 1300-LOAD-DEDUCTIONS
004250         THRU 1300-LOAD-DEDUCTIONS-EXIT.
004260     PERFORM 1400-LOAD-ACCRUAL-RULES
004270         THRU 1400-LOAD-ACCRUAL-RULES-EXIT.
004280     IF PAY-ACCRUAL-FILE-PRESENT = 'Y'
004290         PERFORM 1500-LOAD-LEAVE-BALANCES
004300             THRU 1500-LOAD-LEAVE-BALANCES-EXIT
004310     END-IF.
004320     OPEN EXTEND HISTORY-FILE.
004330     IF PAY-HIST-STATUS NOT = '00'
004340         OPEN OUTPUT HISTORY-FILE
004350     END-IF.
004360     IF PAY-HIST-STATUS NOT = '00'
004370         DISPLAY 'ERROR OPENING PAY HISTORY FILE - FILE '
004380             'STATUS: ' PAY-HIST-STATUS ' - RUN TERMINATED '
004390             'WITHOUT CHANGES.'
004400         STOP RUN
004410     END-IF.
004420     OPEN INPUT PAYROLL-FILE.
004430*    A MASTER THAT EXISTS BUT WILL NOT OPEN (E.G. A RECORD
004440*    LAYOUT/ATTRIBUTE MISMATCH, FILE STATUS 39, FROM A MISSED
004450*    MasterUpgrade RUN) MUST NOT FALL THROUGH TO THE READS.
004460     IF PAY-FILE-STATUS NOT = '00'
004470         AND PAY-FILE-STATUS NOT = '35'
004480         AND PAY-FILE-STATUS NOT = '05'
004490         DISPLAY 'ERROR OPENING PAYROLL MASTER - FILE STATUS: '
004500             PAY-FILE-STATUS ' - RUN TERMINATED.'
004510         STOP RUN
004520     END-IF.
004530     IF PAY-FILE-STATUS = '35' OR PAY-FILE-STATUS = '05'
004540         DISPLAY 'NO PAYROLL MASTER FOUND - NOTHING TO CLOSE.'
004550         MOVE 'Y' TO PAY-END-OF-FILE
004560     ELSE
004570         PERFORM 2100-READ-PAYROLL-FILE
004580             THRU 2100-READ-PAYROLL-FILE-EXIT
004590     END-IF.
004600 1000-INITIALIZE-PERIOD-CLOSE-EXIT.
004610     EXIT.
004620
004630 1100-READ-YTD-RECORD.
004640     READ YTD-FILE
004650         AT END
004660             MOVE 'Y' TO PAY-END-OF-YTD
004670         NOT AT END
004680             IF PAY-YTD-COUNT >= PAY-YTD-MAX-ENTRIES
004690                 DISPLAY 'YTD FILE RECORD COUNT EXCEEDS THE '
004700                     PAY-YTD-MAX-ENTRIES ' RECORD IN-MEMORY '
004710                     'TABLE CAPACITY - RUN TERMINATED WITHOUT '
004720                     'CHANGES.'
004730                 CLOSE YTD-FILE
004740                 STOP RUN
004750             END-IF
004760             ADD 1 TO PAY-YTD-COUNT
004770             MOVE YTD-EMPLOYEE-NUMBER TO
004780                 PAY-Y-EMPLOYEE-NUMBER(PAY-YTD-COUNT)
004790             MOVE YTD-EMPLOYEE-INITIAL TO
004800                 PAY-Y-EMPLOYEE-INITIAL(PAY-YTD-COUNT)
004810             MOVE YTD-EMPLOYEE-LASTNAME TO
004820                 PAY-Y-EMPLOYEE-LASTNAME(PAY-YTD-COUNT)
004830             MOVE YTD-GROSS-PAY TO
004840                 PAY-Y-GROSS-PAY(PAY-YTD-COUNT)
004850             MOVE YTD-FICA-AMOUNT TO
004860                 PAY-Y-FICA-AMOUNT(PAY-YTD-COUNT)
004870             MOVE YTD-FED-TAX-AMOUNT TO
004880                 PAY-Y-FED-TAX-AMOUNT(PAY-YTD-COUNT)
004890             MOVE YTD-NET-PAY TO
004900                 PAY-Y-NET-PAY(PAY-YTD-COUNT)
004910*            A YTD FILE WRITTEN BEFORE THE OTHER-DEDUCTION FIELD
004920*            EXISTED LEAVES IT BLANK -- TREATED AS ZERO.
004930             IF YTD-OTHER-DED-AMOUNT NUMERIC
004940                 MOVE YTD-OTHER-DED-AMOUNT TO
004950                     PAY-Y-OTHER-DED-AMOUNT(PAY-YTD-COUNT)
004960             ELSE
004970                 MOVE ZERO TO
004980                     PAY-Y-OTHER-DED-AMOUNT(PAY-YTD-COUNT)
004990             END-IF
005000             MOVE YTD-PERIODS-PAID TO
005010                 PAY-Y-PERIODS-PAID(PAY-YTD-COUNT)
005020*            A YTD FILE WRITTEN BEFORE THE TAX WAGE FIELDS
005030*            EXISTED LEAVES THEM BLANK -- NO PRE-TAX DEDUCTIONS
005040*            HAD BEEN TAKEN, SO BOTH WAGE FIGURES WERE THE GROSS.
005050             IF YTD-FED-TAXABLE-WAGES NUMERIC
005060                 MOVE YTD-FED-TAXABLE-WAGES TO
005070                     PAY-Y-FED-TAXABLE-WAGES(PAY-YTD-COUNT)
005080             ELSE
005090                 MOVE YTD-GROSS-PAY TO
005100                     PAY-Y-FED-TAXABLE-WAGES(PAY-YTD-COUNT)
005110             END-IF
005120             IF YTD-FICA-WAGES NUMERIC
005130                 MOVE YTD-FICA-WAGES TO
005140                     PAY-Y-FICA-WAGES(PAY-YTD-COUNT)
005150             ELSE
005160                 MOVE YTD-GROSS-PAY TO
005170                     PAY-Y-FICA-WAGES(PAY-YTD-COUNT)
005180             END-IF
005190             IF YTD-DEFERRAL-AMOUNT NUMERIC
005200                 MOVE YTD-DEFERRAL-AMOUNT TO
005210                     PAY-Y-DEFERRAL-AMOUNT(PAY-YTD-COUNT)
005220             ELSE
005230                 MOVE ZERO TO
005240                     PAY-Y-DEFERRAL-AMOUNT(PAY-YTD-COUNT)
005250             END-IF
005260             PERFORM 1110-LOAD-ONE-YTD-STATE
005270                 THRU 1110-LOAD-ONE-YTD-STATE-EXIT
005280                 VARYING PAY-STATE-SLOT-IDX FROM 1 BY 1
005290                 UNTIL PAY-STATE-SLOT-IDX > PAY-YTD-MAX-STATES
005300     END-READ.
005310 1100-READ-YTD-RECORD-EXIT.
005320     EXIT.
005330
005340*    A YTD FILE WRITTEN BEFORE THE STATE SLOTS EXISTED LEAVES
005350*    THEM BLANK -- AN EMPTY SLOT.
005360 1110-LOAD-ONE-YTD-STATE.
005370     IF YTD-STATE-CODE(PAY-STATE-SLOT-IDX) NOT = SPACES
005380         AND YTD-STATE-WAGES(PAY-STATE-SLOT-IDX) NUMERIC
005390         AND YTD-STATE-TAX-AMOUNT(PAY-STATE-SLOT-IDX) NUMERIC
005400         MOVE YTD-STATE-CODE(PAY-STATE-SLOT-IDX) TO
005410             PAY-Y-STATE-CODE(PAY-YTD-COUNT, PAY-STATE-SLOT-IDX)
005420         MOVE YTD-STATE-WAGES(PAY-STATE-SLOT-IDX) TO
005430             PAY-Y-STATE-WAGES(PAY-YTD-COUNT, PAY-STATE-SLOT-IDX)
005440         MOVE YTD-STATE-TAX-AMOUNT(PAY-STATE-SLOT-IDX) TO
005450             PAY-Y-STATE-TAX(PAY-YTD-COUNT, PAY-STATE-SLOT-IDX)
005460     ELSE
005470         MOVE SPACES TO
005480             PAY-Y-STATE-CODE(PAY-YTD-COUNT, PAY-STATE-SLOT-IDX)
005490         MOVE ZERO TO
005500             PAY-Y-STATE-WAGES(PAY-YTD-COUNT, PAY-STATE-SLOT-IDX)
005510         MOVE ZERO TO
005520             PAY-Y-STATE-TAX(PAY-YTD-COUNT, PAY-STATE-SLOT-IDX)
005530     END-IF.
005540 1110-LOAD-ONE-YTD-STATE-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------------
005580* 1300-LOAD-DEDUCTIONS -- LOAD THE EMPLOYEE DEDUCTION MASTER SO
005590* THE PERIOD'S WITHHELD AMOUNTS CAN BE ADDED TO EACH RECORD'S
005600* TAKEN-TO-DATE FIGURE. A MISSING FILE MEANS NO DEDUCTIONS ARE
005610* ON THE BOOKS -- NOT AN ERROR.
005620*----------------------------------------------------------------
005630 1300-LOAD-DEDUCTIONS.
005640     OPEN INPUT DEDUCTION-FILE.
005650     IF PAY-DEDUCT-STATUS = '00'
005660         MOVE 'Y' TO PAY-DEDUCT-FILE-PRESENT
005670         PERFORM 1310-READ-DEDUCTION-RECORD
005680             THRU 1310-READ-DEDUCTION-RECORD-EXIT
005690             UNTIL PAY-END-OF-DEDUCT = 'Y'
005700     END-IF.
005710     CLOSE DEDUCTION-FILE.
005720 1300-LOAD-DEDUCTIONS-EXIT.
005730     EXIT.
005740
005750 1310-READ-DEDUCTION-RECORD.
005760     READ DEDUCTION-FILE
005770         AT END
005780             MOVE 'Y' TO PAY-END-OF-DEDUCT
005790         NOT AT END
005800             IF PAY-DEDUCT-COUNT >= PAY-DEDUCT-MAX-ENTRIES
005810                 DISPLAY 'DEDUCTION MASTER EXCEEDS THE '
005820                     PAY-DEDUCT-MAX-ENTRIES ' ENTRY TABLE '
005830                     'CAPACITY - RUN TERMINATED WITHOUT CHANGES.'
005840                 CLOSE DEDUCTION-FILE
005850                 STOP RUN
005860             END-IF
005870             ADD 1 TO PAY-DEDUCT-COUNT
005880             MOVE DED-EMPLOYEE-NUMBER TO
005890                 PAY-DE-EMPLOYEE-NUMBER(PAY-DEDUCT-COUNT)
005900             MOVE DED-CODE TO PAY-DE-CODE(PAY-DEDUCT-COUNT)
005910             MOVE DED-DESCRIPTION TO
005920                 PAY-DE-DESCRIPTION(PAY-DEDUCT-COUNT)
005930             MOVE DED-TYPE TO PAY-DE-TYPE(PAY-DEDUCT-COUNT)
005940             MOVE DED-METHOD TO PAY-DE-METHOD(PAY-DEDUCT-COUNT)
005950             MOVE DED-FLAT-AMOUNT TO
005960                 PAY-DE-FLAT-AMOUNT(PAY-DEDUCT-COUNT)
005970             MOVE DED-PERCENT TO
005980                 PAY-DE-PERCENT(PAY-DEDUCT-COUNT)
005990             MOVE DED-GOAL-AMOUNT TO
006000                 PAY-DE-GOAL-AMOUNT(PAY-DEDUCT-COUNT)
006010             MOVE DED-TAKEN-AMOUNT TO
006020                 PAY-DE-TAKEN-AMOUNT(PAY-DEDUCT-COUNT)
006030             MOVE DED-PRIORITY TO
006040                 PAY-DE-PRIORITY(PAY-DEDUCT-COUNT)
006050             MOVE DED-TAX-TREATMENT TO
006060                 PAY-DE-TAX-TREATMENT(PAY-DEDUCT-COUNT)
006070     END-READ.
006080 1310-READ-DEDUCTION-RECORD-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------------
006120* 1400-LOAD-ACCRUAL-RULES -- LOAD THE LEAVE ACCRUAL RULE FILE.
006130* A MISSING FILE MEANS NO ACCRUALS ARE ON THE BOOKS -- NOT AN
006140* ERROR -- AND THE LEAVE BALANCE FILE IS LEFT UNTOUCHED.
006150*----------------------------------------------------------------
006160 1400-LOAD-ACCRUAL-RULES.
006170     OPEN INPUT ACCRUAL-FILE.
006180     IF PAY-ACR-STATUS = '00'
006190         MOVE 'Y' TO PAY-ACCRUAL-FILE-PRESENT
006200         PERFORM 1410-READ-ACCRUAL-RECORD
006210             THRU 1410-READ-ACCRUAL-RECORD-EXIT
006220             UNTIL PAY-END-OF-ACR = 'Y'
006230     ELSE
006240         DISPLAY 'NO LEAVE ACCRUAL RULE FILE FOUND - NO LEAVE '
006250             'WILL ACCRUE THIS CLOSE.'
006260     END-IF.
006270     CLOSE ACCRUAL-FILE.
006280 1400-LOAD-ACCRUAL-RULES-EXIT.
006290     EXIT.
006300
006310 1410-READ-ACCRUAL-RECORD.
006320     READ ACCRUAL-FILE
006330         AT END
006340             MOVE 'Y' TO PAY-END-OF-ACR
006350         NOT AT END
006360             IF PAY-ACR-COUNT >= PAY-ACR-MAX-ENTRIES
006370                 DISPLAY 'ACCRUAL RULE FILE EXCEEDS THE '
006380                     PAY-ACR-MAX-ENTRIES ' ENTRY TABLE '
006390                     'CAPACITY - RUN TERMINATED WITHOUT CHANGES.'
006400                 CLOSE ACCRUAL-FILE
006410                 STOP RUN
006420             END-IF
006430             ADD 1 TO PAY-ACR-COUNT
006440             MOVE ACR-CLASS-CODE TO
006450                 PAY-A-CLASS-CODE(PAY-ACR-COUNT)
006460             MOVE ACR-VAC-HOURS-PER-PERIOD TO
006470                 PAY-A-VAC-HOURS(PAY-ACR-COUNT)
006480             MOVE ACR-SICK-HOURS-PER-PERIOD TO
006490                 PAY-A-SICK-HOURS(PAY-ACR-COUNT)
006500             MOVE ACR-VAC-CARRYOVER-CAP TO
006510                 PAY-A-VAC-CAP(PAY-ACR-COUNT)
006520             MOVE ACR-SICK-CARRYOVER-CAP TO
006530                 PAY-A-SICK-CAP(PAY-ACR-COUNT)
006540     END-READ.
006550 1410-READ-ACCRUAL-RECORD-EXIT.
006560     EXIT.
006570
006580*----------------------------------------------------------------
006590* 1500-LOAD-LEAVE-BALANCES -- LOAD THE EMPLOYEE LEAVE BALANCE
006600* FILE SO THE PERIOD'S ACCRUALS CAN BE ADDED. A MISSING FILE IS
006610* THE FIRST ACCRUAL EVER -- THE TABLE STARTS EMPTY AND RECORDS
006620* ARE CREATED AS EMPLOYEES ACCRUE.
006630*----------------------------------------------------------------
006640 1500-LOAD-LEAVE-BALANCES.
006650     OPEN INPUT LEAVE-FILE.
006660     IF PAY-LVE-STATUS = '00'
006670         PERFORM 1510-READ-LEAVE-RECORD
006680             THRU 1510-READ-LEAVE-RECORD-EXIT
006690             UNTIL PAY-END-OF-LVE = 'Y'
006700     ELSE
006710         DISPLAY 'NO LEAVE BALANCE FILE FOUND - STARTING NEW '
006720             'LEAVE BALANCES.'
006730     END-IF.
006740     CLOSE LEAVE-FILE.
006750 1500-LOAD-LEAVE-BALANCES-EXIT.
006760     EXIT.
006770
006780 1510-READ-LEAVE-RECORD.
006790     READ LEAVE-FILE
006800         AT END
006810             MOVE 'Y' TO PAY-END-OF-LVE
006820         NOT AT END
006830             IF PAY-LVE-COUNT >= PAY-LVE-MAX-ENTRIES
006840                 DISPLAY 'LEAVE BALANCE FILE EXCEEDS THE '
006850                     PAY-LVE-MAX-ENTRIES ' RECORD IN-MEMORY '
006860                     'TABLE CAPACITY - RUN TERMINATED WITHOUT '
006870                     'CHANGES.'
006880                 CLOSE LEAVE-FILE
006890                 STOP RUN
006900             END-IF
006910             ADD 1 TO PAY-LVE-COUNT
006920             MOVE LVE-EMPLOYEE-NUMBER TO
006930                 PAY-L-EMPLOYEE-NUMBER(PAY-LVE-COUNT)
006940             MOVE LVE-CLASS-CODE TO
006950                 PAY-L-CLASS-CODE(PAY-LVE-COUNT)
006960             MOVE LVE-VAC-BALANCE TO
006970                 PAY-L-VAC-BALANCE(PAY-LVE-COUNT)
006980             MOVE LVE-SICK-BALANCE TO
006990                 PAY-L-SICK-BALANCE(PAY-LVE-COUNT)
007000             MOVE LVE-VAC-TAKEN-YTD TO
007010                 PAY-L-VAC-TAKEN-YTD(PAY-LVE-COUNT)
007020             MOVE LVE-SICK-TAKEN-YTD TO
007030                 PAY-L-SICK-TAKEN-YTD(PAY-LVE-COUNT)
007040     END-READ.
007050 1510-READ-LEAVE-RECORD-EXIT.
007060     EXIT.
007070
007080*----------------------------------------------------------------
007090* 1200-CHECK-PAY-CALENDAR -- LOAD THE CALENDAR AND SELECT THE
007100* PERIOD TO CLOSE: THE EARLIEST PERIOD NOT YET CLOSED WHOSE
007110* START DATE HAS BEEN REACHED. SELECTING BY RUN-DATE COVERAGE
007120* WOULD PICK THE WRONG (NEXT) PERIOD WHEN THE CLOSE RUNS AFTER
007130* THE PERIOD ENDS. PERIODS THEREFORE CLOSE STRICTLY IN ORDER,
007140* AND AN ALREADY-CLOSED PERIOD CAN NEVER BE ROLLED TWICE.
007150*----------------------------------------------------------------
007160 1200-CHECK-PAY-CALENDAR.
007170     OPEN INPUT CALENDAR-FILE.
007180     IF PAY-CAL-STATUS NOT = '00'
007190         DISPLAY 'NO PAY-PERIOD CALENDAR FILE FOUND - CLOSE '
007200             'NOT RUN - RUN TERMINATED.'
007210         STOP RUN
007220     END-IF.
007230     PERFORM 1210-LOAD-CALENDAR-RECORD
007240         THRU 1210-LOAD-CALENDAR-RECORD-EXIT
007250         UNTIL PAY-END-OF-CAL = 'Y'.
007260     CLOSE CALENDAR-FILE.
007270     PERFORM 1220-FIND-CURRENT-PERIOD
007280         THRU 1220-FIND-CURRENT-PERIOD-EXIT
007290         VARYING PAY-CAL-WRITE-IDX FROM 1 BY 1
007300         UNTIL PAY-CAL-WRITE-IDX > PAY-CAL-COUNT.
007310*    A STARTED, UNCLOSED SUPPLEMENTAL MINI-CYCLE RUNS AND
007320*    CLOSES BEFORE THE NEXT REGULAR PERIOD IS TOUCHED.
007330     IF PAY-SUPPL-PERIOD-IDX NOT = ZERO
007340         MOVE PAY-SUPPL-PERIOD-IDX TO PAY-CURRENT-PERIOD-IDX
007350     END-IF.
007360     IF PAY-CURRENT-PERIOD-IDX = ZERO
007370         DISPLAY 'NO UNCLOSED PAY PERIOD HAS STARTED AS OF '
007380             'RUN DATE ' PAY-RUN-DATE ' - NOTHING TO CLOSE - '
007390             'RUN TERMINATED.'
007400         STOP RUN
007410     END-IF.
007420     MOVE PAY-C-PERIOD-NUMBER(PAY-CURRENT-PERIOD-IDX) TO
007430         PAY-CURRENT-PERIOD.
007440     IF PAY-C-PERIOD-TYPE(PAY-CURRENT-PERIOD-IDX) = 'S'
007450         DISPLAY 'CLOSING SUPPLEMENTAL PAY PERIOD '
007460             PAY-CURRENT-PERIOD ' (STATUS '
007470             PAY-C-STATUS(PAY-CURRENT-PERIOD-IDX) ').'
007480     ELSE
007490         DISPLAY 'CLOSING PAY PERIOD ' PAY-CURRENT-PERIOD
007500             ' (STATUS ' PAY-C-STATUS(PAY-CURRENT-PERIOD-IDX)
007510             ').'
007520     END-IF.
007530 1200-CHECK-PAY-CALENDAR-EXIT.
007540     EXIT.
007550
007560 1210-LOAD-CALENDAR-RECORD.
007570     READ CALENDAR-FILE
007580         AT END
007590             MOVE 'Y' TO PAY-END-OF-CAL
007600         NOT AT END
007610             IF PAY-CAL-COUNT < PAY-CAL-MAX-ENTRIES
007620                 ADD 1 TO PAY-CAL-COUNT
007630                 MOVE CAL-PERIOD-NUMBER TO
007640                     PAY-C-PERIOD-NUMBER(PAY-CAL-COUNT)
007650                 MOVE CAL-START-DATE TO
007660                     PAY-C-START-DATE(PAY-CAL-COUNT)
007670                 MOVE CAL-END-DATE TO
007680                     PAY-C-END-DATE(PAY-CAL-COUNT)
007690                 MOVE CAL-STATUS TO
007700                     PAY-C-STATUS(PAY-CAL-COUNT)
007710                 IF CAL-PERIOD-TYPE = 'S'
007720                     MOVE 'S' TO
007730                         PAY-C-PERIOD-TYPE(PAY-CAL-COUNT)
007740                 ELSE
007750                     MOVE 'R' TO
007760                         PAY-C-PERIOD-TYPE(PAY-CAL-COUNT)
007770                 END-IF
007780             ELSE
007790                 DISPLAY 'PAY CALENDAR EXCEEDS THE '
007800                     PAY-CAL-MAX-ENTRIES ' PERIOD TABLE '
007810                     'CAPACITY - RUN TERMINATED.'
007820                 CLOSE CALENDAR-FILE
007830                 STOP RUN
007840             END-IF
007850     END-READ.
007860 1210-LOAD-CALENDAR-RECORD-EXIT.
007870     EXIT.
007880
007890*----------------------------------------------------------------
007900* 1220-FIND-CURRENT-PERIOD -- THE FIRST (EARLIEST) PERIOD NOT
007910* YET CLOSED WHOSE START DATE HAS BEEN REACHED IS THE ONE TO
007920* CLOSE. THE CALENDAR IS KEPT IN DATE ORDER BY OPERATIONS.
007930*----------------------------------------------------------------
007940 1220-FIND-CURRENT-PERIOD.
007950*    A STARTED, UNCLOSED SUPPLEMENTAL PERIOD IS REMEMBERED AS
007960*    IT GOES BY -- IT TAKES PRECEDENCE OVER THE EARLIEST
007970*    UNCLOSED REGULAR PERIOD, WHICH IS NORMALLY ALREADY OPEN BY
007980*    THE TIME AN OFF-CYCLE CORRECTION RUNS.
007990     IF PAY-SUPPL-PERIOD-IDX = ZERO
008000         AND PAY-C-PERIOD-TYPE(PAY-CAL-WRITE-IDX) = 'S'
008010         AND PAY-C-STATUS(PAY-CAL-WRITE-IDX) NOT = 'C'
008020         AND PAY-C-START-DATE(PAY-CAL-WRITE-IDX) <=
008030             PAY-RUN-DATE
008040         MOVE PAY-CAL-WRITE-IDX TO PAY-SUPPL-PERIOD-IDX
008050     END-IF.
008060     IF PAY-CURRENT-PERIOD-IDX = ZERO
008070         AND PAY-C-STATUS(PAY-CAL-WRITE-IDX) NOT = 'C'
008080         AND PAY-C-START-DATE(PAY-CAL-WRITE-IDX) <=
008090             PAY-RUN-DATE
008100         MOVE PAY-CAL-WRITE-IDX TO PAY-CURRENT-PERIOD-IDX
008110     END-IF.
008120 1220-FIND-CURRENT-PERIOD-EXIT.
008130     EXIT.
008140
008150*----------------------------------------------------------------
008160* 2000-ROLL-MASTER-RECORD -- ADD ONE MASTER RECORD'S PERIOD
008170* FIGURES INTO THE MATCHING YTD TABLE ENTRY, CREATING THE ENTRY
008180* WHEN THE EMPLOYEE HAS NOT BEEN PAID BEFORE THIS YEAR. ONLY
008190* RECORDS STAMPED WITH THE PERIOD BEING CLOSED ROLL -- A RECORD
008200* STILL CARRYING A PRIOR PERIOD'S STAMP IS NOT PART OF THIS
008210* PERIOD'S PAY (AND, SINCE PERIODS CLOSE IN ORDER, WAS ROLLED
008220* WHEN ITS OWN PERIOD CLOSED). A RECORD STAMPED 0000 PREDATES
008230* THE CALENDAR AND IS RECONCILED BY HAND, NOT ROLLED BLIND.
008240*----------------------------------------------------------------
008250 2000-ROLL-MASTER-RECORD.
008260     ADD 1 TO PAY-MASTER-READ-COUNT.
008270     IF OUT-PAY-PERIOD NOT = PAY-CURRENT-PERIOD
008280         IF OUT-PAY-PERIOD = ZERO
008290             ADD 1 TO PAY-NO-PERIOD-COUNT
008300         ELSE
008310             ADD 1 TO PAY-PRIOR-PERIOD-COUNT
008320         END-IF
008330         GO TO 2000-ROLL-NEXT-RECORD
008340     END-IF.
008350*    A MASTER WRITTEN BEFORE THE STATE FIELDS EXISTED CARRIES
008360*    BLANKS THERE -- NO STATE TAX WAS WITHHELD.
008370     IF OUT-STATE-TAX-AMOUNT NUMERIC
008380         MOVE OUT-STATE-TAX-AMOUNT TO PAY-ROLL-STATE-TAX
008390     ELSE
008400         MOVE ZERO TO PAY-ROLL-STATE-TAX
008410     END-IF.
008420*    A MASTER WRITTEN BEFORE THE TAX WAGE FIELDS EXISTED HAD NO
008430*    PRE-TAX DEDUCTIONS -- ITS TAXABLE AND FICA WAGES ARE GROSS.
008440     IF OUT-FED-TAXABLE-WAGES NUMERIC
008450         MOVE OUT-FED-TAXABLE-WAGES TO PAY-ROLL-FED-WAGES
008460     ELSE
008470         MOVE OUT-GROSS-PAY TO PAY-ROLL-FED-WAGES
008480     END-IF.
008490     IF OUT-FICA-WAGES NUMERIC
008500         MOVE OUT-FICA-WAGES TO PAY-ROLL-FICA-WAGES
008510     ELSE
008520         MOVE OUT-GROSS-PAY TO PAY-ROLL-FICA-WAGES
008530     END-IF.
008540     IF OUT-DEFERRAL-AMOUNT NUMERIC
008550         MOVE OUT-DEFERRAL-AMOUNT TO PAY-ROLL-DEFERRAL
008560     ELSE
008570         MOVE ZERO TO PAY-ROLL-DEFERRAL
008580     END-IF.
008590*    A VOID ROLLS IN REVERSE -- ITS FIGURES COME BACK OUT OF
008600*    THE YTD FILE INSTEAD OF GOING IN.
008610     IF AUD-ACTION-CODE = 'V'
008620         PERFORM 2800-BACK-OUT-VOID-RECORD
008630             THRU 2800-BACK-OUT-VOID-RECORD-EXIT
008640         GO TO 2000-ROLL-NEXT-RECORD
008650     END-IF.
008660     IF AUD-ACTION-CODE = 'J'
008670         MOVE 'Y' TO PAY-ROLL-IS-ADJUSTMENT
008680     ELSE
008690         MOVE 'N' TO PAY-ROLL-IS-ADJUSTMENT
008700     END-IF.
008710     ADD 1 TO PAY-CLS-RECORDS-ROLLED.
008720     ADD OUT-GROSS-PAY TO PAY-CLS-GROSS-ROLLED.
008730     ADD OUT-FICA-AMOUNT TO PAY-CLS-FICA-ROLLED.
008740     ADD OUT-FED-TAX-AMOUNT TO PAY-CLS-FED-TAX-ROLLED.
008750     IF OUT-OTHER-DED-TOTAL NUMERIC
008760         ADD OUT-OTHER-DED-TOTAL TO PAY-CLS-OTHER-DED-ROLLED
008770     END-IF.
008780     ADD OUT-NET-PAY TO PAY-CLS-NET-ROLLED.
008790     ADD PAY-ROLL-STATE-TAX TO PAY-CLS-STATE-TAX-ROLLED.
008800     MOVE 'N' TO PAY-YTD-MATCH-FOUND.
008810     SET PAY-YTD-IDX TO 1.
008820     SEARCH PAY-YTD-ENTRY
008830         AT END
008840             CONTINUE
008850         WHEN PAY-Y-EMPLOYEE-NUMBER(PAY-YTD-IDX) =
008860                 OUT-EMPLOYEE-NUMBER
008870             MOVE 'Y' TO PAY-YTD-MATCH-FOUND
008880             PERFORM 2300-ACCUMULATE-YTD-ENTRY
008890                 THRU 2300-ACCUMULATE-YTD-ENTRY-EXIT
008900     END-SEARCH.
008910     IF PAY-YTD-MATCH-FOUND = 'N'
008920         PERFORM 2400-ADD-YTD-ENTRY
008930             THRU 2400-ADD-YTD-ENTRY-EXIT
008940     END-IF.
008950     PERFORM 2500-ROLL-ONE-DEDUCTION
008960         THRU 2500-ROLL-ONE-DEDUCTION-EXIT
008970         VARYING PAY-DED-SCAN-IDX FROM 1 BY 1
008980         UNTIL PAY-DED-SCAN-IDX > PAY-DED-MAX-ITEMS.
008990     PERFORM 2600-WRITE-HISTORY-RECORD
009000         THRU 2600-WRITE-HISTORY-RECORD-EXIT.
009010*    AN ADJUSTMENT CORRECTS A PERIOD THAT ALREADY ACCRUED -- IT
009020*    MUST NOT EARN A SECOND HELPING OF LEAVE.
009030     IF PAY-ACCRUAL-FILE-PRESENT = 'Y'
009040         AND PAY-ROLL-IS-ADJUSTMENT NOT = 'Y'
009050         PERFORM 2700-ACCRUE-LEAVE
009060             THRU 2700-ACCRUE-LEAVE-EXIT
009070     END-IF.
009080 2000-ROLL-NEXT-RECORD.
009090     PERFORM 2100-READ-PAYROLL-FILE
009100         THRU 2100-READ-PAYROLL-FILE-EXIT.
009110 2000-ROLL-MASTER-RECORD-EXIT.
009120     EXIT.
009130
009140 2100-READ-PAYROLL-FILE.
009150     READ PAYROLL-FILE
009160         AT END
009170             MOVE 'Y' TO PAY-END-OF-FILE
009180     END-READ.
009190 2100-READ-PAYROLL-FILE-EXIT.
009200     EXIT.
009210
009220 2300-ACCUMULATE-YTD-ENTRY.
009230     MOVE OUT-EMPLOYEE-INITIAL TO
009240         PAY-Y-EMPLOYEE-INITIAL(PAY-YTD-IDX).
009250     MOVE OUT-EMPLOYEE-LASTNAME TO
009260         PAY-Y-EMPLOYEE-LASTNAME(PAY-YTD-IDX).
009270     ADD OUT-GROSS-PAY TO PAY-Y-GROSS-PAY(PAY-YTD-IDX).
009280     ADD OUT-FICA-AMOUNT TO PAY-Y-FICA-AMOUNT(PAY-YTD-IDX).
009290     ADD OUT-FED-TAX-AMOUNT TO PAY-Y-FED-TAX-AMOUNT(PAY-YTD-IDX).
009300     ADD OUT-NET-PAY TO PAY-Y-NET-PAY(PAY-YTD-IDX).
009310     IF OUT-OTHER-DED-TOTAL NUMERIC
009320         ADD OUT-OTHER-DED-TOTAL TO
009330             PAY-Y-OTHER-DED-AMOUNT(PAY-YTD-IDX)
009340     END-IF.
009350     ADD PAY-ROLL-FED-WAGES TO
009360         PAY-Y-FED-TAXABLE-WAGES(PAY-YTD-IDX).
009370     ADD PAY-ROLL-FICA-WAGES TO PAY-Y-FICA-WAGES(PAY-YTD-IDX).
009380     ADD PAY-ROLL-DEFERRAL TO PAY-Y-DEFERRAL-AMOUNT(PAY-YTD-IDX).
009390*    AN ADJUSTMENT CORRECTS A PERIOD ALREADY COUNTED AS PAID.
009400     IF PAY-ROLL-IS-ADJUSTMENT NOT = 'Y'
009410         ADD 1 TO PAY-Y-PERIODS-PAID(PAY-YTD-IDX)
009420     END-IF.
009430     PERFORM 2350-ROLL-STATE-WAGES
009440         THRU 2350-ROLL-STATE-WAGES-EXIT.
009450     ADD 1 TO PAY-YTD-UPDATED-COUNT.
009460 2300-ACCUMULATE-YTD-ENTRY-EXIT.
009470     EXIT.
009480
009490*----------------------------------------------------------------
009500* 2350-ROLL-STATE-WAGES -- ADD THE RECORD'S FEDERAL TAXABLE
009510* WAGES (THE STATE WAGES -- GROSS LESS PRE-TAX DEDUCTIONS) AND
009520* STATE TAX INTO THE YTD ENTRY AT PAY-YTD-IDX, IN
009530* THE SLOT FOR ITS WORK STATE. A RECORD WITH NO WORK STATE HAS
009540* NO STATE WAGES. A FOURTH STATE IN ONE YEAR HAS NO SLOT AND IS
009550* REPORTED FOR A MANUAL W-2 CORRECTION.
009560*----------------------------------------------------------------
009570 2350-ROLL-STATE-WAGES.
009580     IF OUT-WORK-STATE = SPACES
009590         GO TO 2350-ROLL-STATE-WAGES-EXIT
009600     END-IF.
009610     PERFORM 2360-FIND-STATE-SLOT
009620         THRU 2360-FIND-STATE-SLOT-EXIT.
009630     IF PAY-STATE-SLOT-FOUND = ZERO
009640         IF PAY-STATE-FREE-SLOT = ZERO
009650             DISPLAY 'EMPLOYEE ' OUT-EMPLOYEE-NUMBER ' PAID IN '
009660                 'MORE THAN ' PAY-YTD-MAX-STATES ' WORK STATES - '
009670                 OUT-WORK-STATE ' WAGES NOT ROLLED - RECONCILE '
009680                 'BY HAND.'
009690             GO TO 2350-ROLL-STATE-WAGES-EXIT
009700         END-IF
009710         MOVE PAY-STATE-FREE-SLOT TO PAY-STATE-SLOT-FOUND
009720         MOVE OUT-WORK-STATE TO
009730             PAY-Y-STATE-CODE(PAY-YTD-IDX, PAY-STATE-SLOT-FOUND)
009740     END-IF.
009750     ADD PAY-ROLL-FED-WAGES TO
009760         PAY-Y-STATE-WAGES(PAY-YTD-IDX, PAY-STATE-SLOT-FOUND).
009770     ADD PAY-ROLL-STATE-TAX TO
009780         PAY-Y-STATE-TAX(PAY-YTD-IDX, PAY-STATE-SLOT-FOUND).
009790 2350-ROLL-STATE-WAGES-EXIT.
009800     EXIT.
009810
009820*----------------------------------------------------------------
009830* 2360-FIND-STATE-SLOT -- LOCATE OUT-WORK-STATE AMONG THE STATE
009840* SLOTS OF THE YTD ENTRY AT PAY-YTD-IDX. LEAVES THE MATCHING
009850* SLOT IN PAY-STATE-SLOT-FOUND AND THE FIRST EMPTY SLOT IN
009860* PAY-STATE-FREE-SLOT (ZERO WHEN THERE IS NONE).
009870*----------------------------------------------------------------
009880 2360-FIND-STATE-SLOT.
009890     MOVE ZERO TO PAY-STATE-SLOT-FOUND.
009900     MOVE ZERO TO PAY-STATE-FREE-SLOT.
009910     PERFORM 2370-CHECK-ONE-STATE-SLOT
009920         THRU 2370-CHECK-ONE-STATE-SLOT-EXIT
009930         VARYING PAY-STATE-SLOT-IDX FROM 1 BY 1
009940         UNTIL PAY-STATE-SLOT-IDX > PAY-YTD-MAX-STATES.
009950 2360-FIND-STATE-SLOT-EXIT.
009960     EXIT.
009970
009980 2370-CHECK-ONE-STATE-SLOT.
009990     IF PAY-Y-STATE-CODE(PAY-YTD-IDX, PAY-STATE-SLOT-IDX) =
010000             OUT-WORK-STATE
010010         MOVE PAY-STATE-SLOT-IDX TO PAY-STATE-SLOT-FOUND
010020     ELSE
010030         IF PAY-Y-STATE-CODE(PAY-YTD-IDX, PAY-STATE-SLOT-IDX) =
010040                 SPACES
010050             AND PAY-STATE-FREE-SLOT = ZERO
010060             MOVE PAY-STATE-SLOT-IDX TO PAY-STATE-FREE-SLOT
010070         END-IF
010080     END-IF.
010090 2370-CHECK-ONE-STATE-SLOT-EXIT.
010100     EXIT.
010110
010120 2400-ADD-YTD-ENTRY.
010130     IF PAY-YTD-COUNT >= PAY-YTD-MAX-ENTRIES
010140         DISPLAY 'YTD TABLE AT CAPACITY - EMPLOYEE '
010150             OUT-EMPLOYEE-NUMBER ' NOT ROLLED - RUN TERMINATED '
010160             'WITHOUT CHANGES.'
010170         CLOSE PAYROLL-FILE
010180         STOP RUN
010190     END-IF.
010200     ADD 1 TO PAY-YTD-COUNT.
010210     SET PAY-YTD-IDX TO PAY-YTD-COUNT.
010220     MOVE OUT-EMPLOYEE-NUMBER TO
010230         PAY-Y-EMPLOYEE-NUMBER(PAY-YTD-COUNT).
010240     MOVE OUT-EMPLOYEE-INITIAL TO
010250         PAY-Y-EMPLOYEE-INITIAL(PAY-YTD-COUNT).
010260     MOVE OUT-EMPLOYEE-LASTNAME TO
010270         PAY-Y-EMPLOYEE-LASTNAME(PAY-YTD-COUNT).
010280     MOVE OUT-GROSS-PAY TO PAY-Y-GROSS-PAY(PAY-YTD-COUNT).
010290     MOVE OUT-FICA-AMOUNT TO PAY-Y-FICA-AMOUNT(PAY-YTD-COUNT).
010300     MOVE OUT-FED-TAX-AMOUNT TO
010310         PAY-Y-FED-TAX-AMOUNT(PAY-YTD-COUNT).
010320     MOVE OUT-NET-PAY TO PAY-Y-NET-PAY(PAY-YTD-COUNT).
010330     IF OUT-OTHER-DED-TOTAL NUMERIC
010340         MOVE OUT-OTHER-DED-TOTAL TO
010350             PAY-Y-OTHER-DED-AMOUNT(PAY-YTD-COUNT)
010360     ELSE
010370         MOVE ZERO TO PAY-Y-OTHER-DED-AMOUNT(PAY-YTD-COUNT)
010380     END-IF.
010390     MOVE PAY-ROLL-FED-WAGES TO
010400         PAY-Y-FED-TAXABLE-WAGES(PAY-YTD-COUNT).
010410     MOVE PAY-ROLL-FICA-WAGES TO PAY-Y-FICA-WAGES(PAY-YTD-COUNT).
010420     MOVE PAY-ROLL-DEFERRAL TO
010430         PAY-Y-DEFERRAL-AMOUNT(PAY-YTD-COUNT).
010440*    AN ADJUSTMENT FOR AN EMPLOYEE WITH NO YTD RECORD CORRECTS
010450*    A PERIOD COUNTED WHEN IT ORIGINALLY PAID.
010460     IF PAY-ROLL-IS-ADJUSTMENT = 'Y'
010470         MOVE ZERO TO PAY-Y-PERIODS-PAID(PAY-YTD-COUNT)
010480     ELSE
010490         MOVE 1 TO PAY-Y-PERIODS-PAID(PAY-YTD-COUNT)
010500     END-IF.
010510     PERFORM 2410-CLEAR-ONE-YTD-STATE
010520         THRU 2410-CLEAR-ONE-YTD-STATE-EXIT
010530         VARYING PAY-STATE-SLOT-IDX FROM 1 BY 1
010540         UNTIL PAY-STATE-SLOT-IDX > PAY-YTD-MAX-STATES.
010550     PERFORM 2350-ROLL-STATE-WAGES
010560         THRU 2350-ROLL-STATE-WAGES-EXIT.
010570     ADD 1 TO PAY-YTD-ADDED-COUNT.
010580 2400-ADD-YTD-ENTRY-EXIT.
010590     EXIT.
010600
010610 2410-CLEAR-ONE-YTD-STATE.
010620     MOVE SPACES TO
010630         PAY-Y-STATE-CODE(PAY-YTD-COUNT, PAY-STATE-SLOT-IDX).
010640     MOVE ZERO TO
010650         PAY-Y-STATE-WAGES(PAY-YTD-COUNT, PAY-STATE-SLOT-IDX).
010660     MOVE ZERO TO
010670         PAY-Y-STATE-TAX(PAY-YTD-COUNT, PAY-STATE-SLOT-IDX).
010680 2410-CLEAR-ONE-YTD-STATE-EXIT.
010690     EXIT.
010700
010710*----------------------------------------------------------------
010720* 2500-ROLL-ONE-DEDUCTION -- ADD ONE ITEMIZED DEDUCTION SLOT OFF
010730* THE MASTER RECORD JUST ROLLED INTO THE MATCHING DEDUCTION
010740* MASTER RECORD'S TAKEN-TO-DATE FIGURE. AN EMPTY SLOT (OR A SLOT
010750* FROM A RECORD WRITTEN BEFORE THE DEDUCTION FIELDS EXISTED) IS
010760* SKIPPED; A WITHHELD CODE WITH NO DEDUCTION MASTER RECORD IS
010770* REPORTED -- SOMEONE CHANGED THE FILE MID-PERIOD.
010780*----------------------------------------------------------------
010790 2500-ROLL-ONE-DEDUCTION.
010800     IF OUT-DED-AMOUNT(PAY-DED-SCAN-IDX) NOT NUMERIC
010810         OR OUT-DED-AMOUNT(PAY-DED-SCAN-IDX) = ZERO
010820         GO TO 2500-ROLL-ONE-DEDUCTION-EXIT
010830     END-IF.
010840     MOVE 'N' TO PAY-DED-MATCHED.
010850     IF PAY-DEDUCT-COUNT > ZERO
010860         SET PAY-DEDUCT-IDX TO 1
010870         SEARCH PAY-DEDUCT-ENTRY
010880             AT END
010890                 CONTINUE
010900             WHEN PAY-DE-EMPLOYEE-NUMBER(PAY-DEDUCT-IDX) =
010910                     OUT-EMPLOYEE-NUMBER
010920                 AND PAY-DE-CODE(PAY-DEDUCT-IDX) =
010930                     OUT-DED-CODE(PAY-DED-SCAN-IDX)
010940                 MOVE 'Y' TO PAY-DED-MATCHED
010950                 ADD OUT-DED-AMOUNT(PAY-DED-SCAN-IDX) TO
010960                     PAY-DE-TAKEN-AMOUNT(PAY-DEDUCT-IDX)
010970         END-SEARCH
010980     END-IF.
010990     IF PAY-DED-MATCHED = 'N'
011000         DISPLAY 'EMPLOYEE ' OUT-EMPLOYEE-NUMBER ' WITHHELD '
011010             'DEDUCTION CODE ' OUT-DED-CODE(PAY-DED-SCAN-IDX)
011020             ' WITH NO DEDUCTION MASTER RECORD - TAKEN-TO-DATE '
011030             'NOT UPDATED.'
011040     END-IF.
011050 2500-ROLL-ONE-DEDUCTION-EXIT.
011060     EXIT.
011070
011080*----------------------------------------------------------------
011090* 2600-WRITE-HISTORY-RECORD -- APPEND THE MASTER RECORD JUST
011100* ROLLED TO THE PERMANENT PAY HISTORY FILE, PERIOD-STAMPED AND
011110* DATED WITH THIS CLOSE. A MASTER WRITTEN BEFORE THE DEDUCTION,
011120* STATE OR COST-CENTER FIELDS EXISTED CARRIES BLANKS THERE --
011130* ZEROS GO TO HISTORY.
011140*----------------------------------------------------------------
011150 2600-WRITE-HISTORY-RECORD.
011160     MOVE SPACES TO HISTRECORD.
011170     EVALUATE AUD-ACTION-CODE
011180         WHEN 'V'
011190             MOVE 'V' TO HST-RECORD-TYPE
011200         WHEN 'J'
011210             MOVE 'J' TO HST-RECORD-TYPE
011220         WHEN OTHER
011230             MOVE 'N' TO HST-RECORD-TYPE
011240     END-EVALUATE.
011250     IF AUD-REFERENCE-PERIOD NUMERIC
011260         MOVE AUD-REFERENCE-PERIOD TO HST-REFERENCE-PERIOD
011270     ELSE
011280         MOVE ZERO TO HST-REFERENCE-PERIOD
011290     END-IF.
011300     MOVE PAY-RUN-DATE TO HST-CLOSE-DATE.
011310     MOVE OUT-PAY-PERIOD TO HST-PAY-PERIOD.
011320     MOVE OUT-EMPLOYEE-NUMBER TO HST-EMPLOYEE-NUMBER.
011330     MOVE OUT-EMPLOYEE-INITIAL TO HST-EMPLOYEE-INITIAL.
011340     MOVE OUT-EMPLOYEE-LASTNAME TO HST-EMPLOYEE-LASTNAME.
011350     MOVE OUT-HOURS-WORKED TO HST-HOURS-WORKED.
011360     MOVE OUT-HOURLY-RATE TO HST-HOURLY-RATE.
011370     MOVE OUT-SALARY-AMOUNT TO HST-SALARY-AMOUNT.
011380     MOVE OUT-SALARY-CODE TO HST-SALARY-CODE.
011390     MOVE OUT-GROSS-PAY TO HST-GROSS-PAY.
011400     MOVE OUT-FICA-AMOUNT TO HST-FICA-AMOUNT.
011410     MOVE OUT-FED-TAX-AMOUNT TO HST-FED-TAX-AMOUNT.
011420     MOVE OUT-NET-PAY TO HST-NET-PAY.
011430     MOVE OUT-DEPARTMENT-CODE TO HST-DEPARTMENT-CODE.
011440     MOVE OUT-WORK-STATE TO HST-WORK-STATE.
011450     MOVE PAY-ROLL-STATE-TAX TO HST-STATE-TAX-AMOUNT.
011460     MOVE PAY-ROLL-FED-WAGES TO HST-FED-TAXABLE-WAGES.
011470     MOVE PAY-ROLL-FICA-WAGES TO HST-FICA-WAGES.
011480     MOVE PAY-ROLL-DEFERRAL TO HST-DEFERRAL-AMOUNT.
011490     IF OUT-OTHER-DED-TOTAL NUMERIC
011500         MOVE OUT-OTHER-DED-TOTAL TO HST-OTHER-DED-TOTAL
011510     ELSE
011520         MOVE ZERO TO HST-OTHER-DED-TOTAL
011530     END-IF.
011540     PERFORM 2610-MOVE-ONE-HISTORY-DEDUCTION
011550         THRU 2610-MOVE-ONE-HISTORY-DEDUCTION-EXIT
011560         VARYING PAY-HIST-MOVE-IDX FROM 1 BY 1
011570         UNTIL PAY-HIST-MOVE-IDX > PAY-HIST-MAX-DED-ITEMS.
011580     PERFORM 2620-MOVE-ONE-HISTORY-DIST
011590         THRU 2620-MOVE-ONE-HISTORY-DIST-EXIT
011600         VARYING PAY-HIST-MOVE-IDX FROM 1 BY 1
011610         UNTIL PAY-HIST-MOVE-IDX > PAY-HIST-MAX-DIST-ITEMS.
011620     MOVE AUD-OPERATOR-ID TO HST-OPERATOR-ID.
011630     MOVE AUD-ACTION-CODE TO HST-ACTION-CODE.
011640     MOVE AUD-ENTRY-DATE TO HST-ENTRY-DATE.
011650     MOVE AUD-ENTRY-TIME TO HST-ENTRY-TIME.
011660     WRITE HISTRECORD.
011670     IF PAY-HIST-STATUS NOT = '00'
011680         DISPLAY 'ERROR WRITING PAY HISTORY RECORD - FILE '
011690             'STATUS: ' PAY-HIST-STATUS
011700     END-IF.
011710     ADD 1 TO PAY-HIST-WRITE-COUNT.
011720 2600-WRITE-HISTORY-RECORD-EXIT.
011730     EXIT.
011740
011750 2610-MOVE-ONE-HISTORY-DEDUCTION.
011760     IF OUT-DED-AMOUNT(PAY-HIST-MOVE-IDX) NUMERIC
011770         MOVE OUT-DED-CODE(PAY-HIST-MOVE-IDX) TO
011780             HST-DED-CODE(PAY-HIST-MOVE-IDX)
011790         MOVE OUT-DED-AMOUNT(PAY-HIST-MOVE-IDX) TO
011800             HST-DED-AMOUNT(PAY-HIST-MOVE-IDX)
011810     ELSE
011820         MOVE SPACES TO HST-DED-CODE(PAY-HIST-MOVE-IDX)
011830         MOVE ZERO TO HST-DED-AMOUNT(PAY-HIST-MOVE-IDX)
011840     END-IF.
011850 2610-MOVE-ONE-HISTORY-DEDUCTION-EXIT.
011860     EXIT.
011870
011880 2620-MOVE-ONE-HISTORY-DIST.
011890     IF OUT-DIST-DEPT-CODE(PAY-HIST-MOVE-IDX) NOT = SPACES
011900         AND OUT-DIST-HOURS(PAY-HIST-MOVE-IDX) NUMERIC
011910         AND OUT-DIST-GROSS(PAY-HIST-MOVE-IDX) NUMERIC
011920         MOVE OUT-DIST-DEPT-CODE(PAY-HIST-MOVE-IDX) TO
011930             HST-DIST-DEPT-CODE(PAY-HIST-MOVE-IDX)
011940         MOVE OUT-DIST-HOURS(PAY-HIST-MOVE-IDX) TO
011950             HST-DIST-HOURS(PAY-HIST-MOVE-IDX)
011960         MOVE OUT-DIST-GROSS(PAY-HIST-MOVE-IDX) TO
011970             HST-DIST-GROSS(PAY-HIST-MOVE-IDX)
011980     ELSE
011990         MOVE SPACES TO HST-DIST-DEPT-CODE(PAY-HIST-MOVE-IDX)
012000         MOVE ZERO TO HST-DIST-HOURS(PAY-HIST-MOVE-IDX)
012010         MOVE ZERO TO HST-DIST-GROSS(PAY-HIST-MOVE-IDX)
012020     END-IF.
012030 2620-MOVE-ONE-HISTORY-DIST-EXIT.
012040     EXIT.
012050
012060*----------------------------------------------------------------
012070* 2700-ACCRUE-LEAVE -- THE MASTER RECORD JUST ROLLED WAS PAID
012080* THIS PERIOD, SO ITS CLASS ACCRUAL HOURS ARE EARNED. THE CLASS
012090* IS THE PAY BASIS ON THE MASTER (H/S); A CLASS WITH NO ACCRUAL
012100* RULE IS REPORTED AND EARNS NOTHING.
012110*----------------------------------------------------------------
012120 2700-ACCRUE-LEAVE.
012130     MOVE 'N' TO PAY-ACR-MATCH-FOUND.
012140     SET PAY-ACR-IDX TO 1.
012150     SEARCH PAY-ACR-ENTRY
012160         AT END
012170             CONTINUE
012180         WHEN PAY-A-CLASS-CODE(PAY-ACR-IDX) = OUT-SALARY-CODE
012190             MOVE 'Y' TO PAY-ACR-MATCH-FOUND
012200             PERFORM 2710-APPLY-ONE-ACCRUAL
012210                 THRU 2710-APPLY-ONE-ACCRUAL-EXIT
012220     END-SEARCH.
012230     IF PAY-ACR-MATCH-FOUND = 'N'
012240         DISPLAY 'EMPLOYEE ' OUT-EMPLOYEE-NUMBER ' CLASS '
012250             OUT-SALARY-CODE ' HAS NO ACCRUAL RULE - NO LEAVE '
012260             'ACCRUED.'
012270     END-IF.
012280 2700-ACCRUE-LEAVE-EXIT.
012290     EXIT.
012300
012310*----------------------------------------------------------------
012320* 2710-APPLY-ONE-ACCRUAL -- ADD THE RULE AT PAY-ACR-IDX TO THE
012330* EMPLOYEE'S LEAVE BALANCE ENTRY, CREATING THE ENTRY ON THE
012340* FIRST ACCRUAL. THE CLASS CODE IS RESTAMPED FROM THE MASTER SO
012350* THE YEAR-END CARRYOVER CAP USES THE CURRENT CLASS.
012360*----------------------------------------------------------------
012370 2710-APPLY-ONE-ACCRUAL.
012380     MOVE 'N' TO PAY-LVE-MATCH-FOUND.
012390     IF PAY-LVE-COUNT > ZERO
012400         SET PAY-LVE-IDX TO 1
012410         SEARCH PAY-LVE-ENTRY
012420             AT END
012430                 CONTINUE
012440             WHEN PAY-L-EMPLOYEE-NUMBER(PAY-LVE-IDX) =
012450                     OUT-EMPLOYEE-NUMBER
012460                 MOVE 'Y' TO PAY-LVE-MATCH-FOUND
012470         END-SEARCH
012480     END-IF.
012490     IF PAY-LVE-MATCH-FOUND = 'N'
012500         IF PAY-LVE-COUNT >= PAY-LVE-MAX-ENTRIES
012510             DISPLAY 'LEAVE BALANCE TABLE AT CAPACITY - '
012520                 'EMPLOYEE ' OUT-EMPLOYEE-NUMBER ' DID NOT '
012530                 'ACCRUE.'
012540             GO TO 2710-APPLY-ONE-ACCRUAL-EXIT
012550         END-IF
012560         ADD 1 TO PAY-LVE-COUNT
012570         SET PAY-LVE-IDX TO PAY-LVE-COUNT
012580         MOVE OUT-EMPLOYEE-NUMBER TO
012590             PAY-L-EMPLOYEE-NUMBER(PAY-LVE-IDX)
012600         MOVE ZERO TO PAY-L-VAC-BALANCE(PAY-LVE-IDX)
012610         MOVE ZERO TO PAY-L-SICK-BALANCE(PAY-LVE-IDX)
012620         MOVE ZERO TO PAY-L-VAC-TAKEN-YTD(PAY-LVE-IDX)
012630         MOVE ZERO TO PAY-L-SICK-TAKEN-YTD(PAY-LVE-IDX)
012640     END-IF.
012650     MOVE OUT-SALARY-CODE TO PAY-L-CLASS-CODE(PAY-LVE-IDX).
012660     ADD PAY-A-VAC-HOURS(PAY-ACR-IDX) TO
012670         PAY-L-VAC-BALANCE(PAY-LVE-IDX).
012680     ADD PAY-A-SICK-HOURS(PAY-ACR-IDX) TO
012690         PAY-L-SICK-BALANCE(PAY-LVE-IDX).
012700     ADD 1 TO PAY-ACCRUED-COUNT.
012710 2710-APPLY-ONE-ACCRUAL-EXIT.
012720     EXIT.
012730
012740*----------------------------------------------------------------
012750* 2800-BACK-OUT-VOID-RECORD -- THE MASTER RECORD IS A VOID
012760* (ACTION V) ENTERED IN A SUPPLEMENTAL PERIOD: ITS FIGURES COME
012770* BACK OUT OF THE YTD ENTRY AND THE DEDUCTION TAKEN-TO-DATE
012780* AMOUNTS, ITS NET GOES TO THE VOID CONTROL TOTAL, AND THE
012790* HISTORY RECORD (TYPE V) CARRIES THE TRACE TO THE ORIGINAL. A
012800* BACK-OUT THAT WOULD DRIVE A YTD FIGURE NEGATIVE STOPS AT ZERO
012810* AND IS REPORTED FOR A MANUAL LOOK.
012820*----------------------------------------------------------------
012830 2800-BACK-OUT-VOID-RECORD.
012840     ADD 1 TO PAY-VOID-COUNT.
012850     ADD OUT-NET-PAY TO PAY-CLS-VOID-NET-ROLLED.
012860     MOVE 'N' TO PAY-YTD-MATCH-FOUND.
012870     SET PAY-YTD-IDX TO 1.
012880     SEARCH PAY-YTD-ENTRY
012890         AT END
012900             CONTINUE
012910         WHEN PAY-Y-EMPLOYEE-NUMBER(PAY-YTD-IDX) =
012920                 OUT-EMPLOYEE-NUMBER
012930             MOVE 'Y' TO PAY-YTD-MATCH-FOUND
012940             PERFORM 2820-SUBTRACT-YTD-ENTRY
012950                 THRU 2820-SUBTRACT-YTD-ENTRY-EXIT
012960     END-SEARCH.
012970     IF PAY-YTD-MATCH-FOUND = 'N'
012980         DISPLAY 'VOID FOR EMPLOYEE ' OUT-EMPLOYEE-NUMBER
012990             ' HAS NO YTD RECORD - NOTHING BACKED OUT.'
013000     END-IF.
013010     PERFORM 2850-BACK-OUT-ONE-DEDUCTION
013020         THRU 2850-BACK-OUT-ONE-DEDUCTION-EXIT
013030         VARYING PAY-DED-SCAN-IDX FROM 1 BY 1
013040         UNTIL PAY-DED-SCAN-IDX > PAY-DED-MAX-ITEMS.
013050     PERFORM 2600-WRITE-HISTORY-RECORD
013060         THRU 2600-WRITE-HISTORY-RECORD-EXIT.
013070 2800-BACK-OUT-VOID-RECORD-EXIT.
013080     EXIT.
013090
013100 2820-SUBTRACT-YTD-ENTRY.
013110     IF OUT-GROSS-PAY > PAY-Y-GROSS-PAY(PAY-YTD-IDX)
013120         DISPLAY 'VOID GROSS EXCEEDS YTD GROSS FOR EMPLOYEE '
013130             OUT-EMPLOYEE-NUMBER ' - YTD GROSS SET TO ZERO - '
013140             'RECONCILE BY HAND.'
013150         MOVE ZERO TO PAY-Y-GROSS-PAY(PAY-YTD-IDX)
013160     ELSE
013170         SUBTRACT OUT-GROSS-PAY FROM
013180             PAY-Y-GROSS-PAY(PAY-YTD-IDX)
013190     END-IF.
013200     IF OUT-FICA-AMOUNT > PAY-Y-FICA-AMOUNT(PAY-YTD-IDX)
013210         DISPLAY 'VOID FICA EXCEEDS YTD FICA FOR EMPLOYEE '
013220             OUT-EMPLOYEE-NUMBER ' - YTD FICA SET TO ZERO - '
013230             'RECONCILE BY HAND.'
013240         MOVE ZERO TO PAY-Y-FICA-AMOUNT(PAY-YTD-IDX)
013250     ELSE
013260         SUBTRACT OUT-FICA-AMOUNT FROM
013270             PAY-Y-FICA-AMOUNT(PAY-YTD-IDX)
013280     END-IF.
013290     IF OUT-FED-TAX-AMOUNT > PAY-Y-FED-TAX-AMOUNT(PAY-YTD-IDX)
013300         DISPLAY 'VOID FEDERAL TAX EXCEEDS YTD FOR EMPLOYEE '
013310             OUT-EMPLOYEE-NUMBER ' - YTD FEDERAL TAX SET TO '
013320             'ZERO - RECONCILE BY HAND.'
013330         MOVE ZERO TO PAY-Y-FED-TAX-AMOUNT(PAY-YTD-IDX)
013340     ELSE
013350         SUBTRACT OUT-FED-TAX-AMOUNT FROM
013360             PAY-Y-FED-TAX-AMOUNT(PAY-YTD-IDX)
013370     END-IF.
013380     IF OUT-NET-PAY > PAY-Y-NET-PAY(PAY-YTD-IDX)
013390         DISPLAY 'VOID NET EXCEEDS YTD NET FOR EMPLOYEE '
013400             OUT-EMPLOYEE-NUMBER ' - YTD NET SET TO ZERO - '
013410             'RECONCILE BY HAND.'
013420         MOVE ZERO TO PAY-Y-NET-PAY(PAY-YTD-IDX)
013430     ELSE
013440         SUBTRACT OUT-NET-PAY FROM PAY-Y-NET-PAY(PAY-YTD-IDX)
013450     END-IF.
013460     IF OUT-OTHER-DED-TOTAL NUMERIC
013470         IF OUT-OTHER-DED-TOTAL >
013480                 PAY-Y-OTHER-DED-AMOUNT(PAY-YTD-IDX)
013490             DISPLAY 'VOID DEDUCTIONS EXCEED YTD FOR EMPLOYEE '
013500                 OUT-EMPLOYEE-NUMBER ' - YTD DEDUCTIONS SET TO '
013510                 'ZERO - RECONCILE BY HAND.'
013520             MOVE ZERO TO PAY-Y-OTHER-DED-AMOUNT(PAY-YTD-IDX)
013530         ELSE
013540             SUBTRACT OUT-OTHER-DED-TOTAL FROM
013550                 PAY-Y-OTHER-DED-AMOUNT(PAY-YTD-IDX)
013560         END-IF
013570     END-IF.
013580     IF PAY-ROLL-FED-WAGES > PAY-Y-FED-TAXABLE-WAGES(PAY-YTD-IDX)
013590         DISPLAY 'VOID TAXABLE WAGES EXCEED YTD FOR EMPLOYEE '
013600             OUT-EMPLOYEE-NUMBER ' - YTD TAXABLE WAGES SET TO '
013610             'ZERO - RECONCILE BY HAND.'
013620         MOVE ZERO TO PAY-Y-FED-TAXABLE-WAGES(PAY-YTD-IDX)
013630     ELSE
013640         SUBTRACT PAY-ROLL-FED-WAGES FROM
013650             PAY-Y-FED-TAXABLE-WAGES(PAY-YTD-IDX)
013660     END-IF.
013670     IF PAY-ROLL-FICA-WAGES > PAY-Y-FICA-WAGES(PAY-YTD-IDX)
013680         DISPLAY 'VOID FICA WAGES EXCEED YTD FOR EMPLOYEE '
013690             OUT-EMPLOYEE-NUMBER ' - YTD FICA WAGES SET TO '
013700             'ZERO - RECONCILE BY HAND.'
013710         MOVE ZERO TO PAY-Y-FICA-WAGES(PAY-YTD-IDX)
013720     ELSE
013730         SUBTRACT PAY-ROLL-FICA-WAGES FROM
013740             PAY-Y-FICA-WAGES(PAY-YTD-IDX)
013750     END-IF.
013760     IF PAY-ROLL-DEFERRAL > PAY-Y-DEFERRAL-AMOUNT(PAY-YTD-IDX)
013770         DISPLAY 'VOID 401(K) DEFERRAL EXCEEDS YTD FOR EMPLOYEE '
013780             OUT-EMPLOYEE-NUMBER ' - YTD DEFERRAL SET TO '
013790             'ZERO - RECONCILE BY HAND.'
013800         MOVE ZERO TO PAY-Y-DEFERRAL-AMOUNT(PAY-YTD-IDX)
013810     ELSE
013820         SUBTRACT PAY-ROLL-DEFERRAL FROM
013830             PAY-Y-DEFERRAL-AMOUNT(PAY-YTD-IDX)
013840     END-IF.
013850     IF PAY-Y-PERIODS-PAID(PAY-YTD-IDX) > ZERO
013860         SUBTRACT 1 FROM PAY-Y-PERIODS-PAID(PAY-YTD-IDX)
013870     END-IF.
013880     PERFORM 2830-SUBTRACT-STATE-WAGES
013890         THRU 2830-SUBTRACT-STATE-WAGES-EXIT.
013900     ADD 1 TO PAY-YTD-UPDATED-COUNT.
013910 2820-SUBTRACT-YTD-ENTRY-EXIT.
013920     EXIT.
013930
013940*----------------------------------------------------------------
013950* 2830-SUBTRACT-STATE-WAGES -- BACK THE VOID'S STATE WAGES AND
013960* STATE TAX OUT OF THE SLOT FOR ITS WORK STATE, STOPPING AT
013970* ZERO.
013980*----------------------------------------------------------------
013990 2830-SUBTRACT-STATE-WAGES.
014000     IF OUT-WORK-STATE = SPACES
014010         GO TO 2830-SUBTRACT-STATE-WAGES-EXIT
014020     END-IF.
014030     PERFORM 2360-FIND-STATE-SLOT
014040         THRU 2360-FIND-STATE-SLOT-EXIT.
014050     IF PAY-STATE-SLOT-FOUND = ZERO
014060         DISPLAY 'VOID FOR EMPLOYEE ' OUT-EMPLOYEE-NUMBER
014070             ' HAS NO YTD WAGES FOR STATE ' OUT-WORK-STATE
014080             ' - NOTHING BACKED OUT - RECONCILE BY HAND.'
014090         GO TO 2830-SUBTRACT-STATE-WAGES-EXIT
014100     END-IF.
014110     IF PAY-ROLL-FED-WAGES >
014120             PAY-Y-STATE-WAGES(PAY-YTD-IDX, PAY-STATE-SLOT-FOUND)
014130         DISPLAY 'VOID WAGES EXCEED YTD STATE WAGES FOR '
014140             'EMPLOYEE ' OUT-EMPLOYEE-NUMBER ' - SET TO ZERO - '
014150             'RECONCILE BY HAND.'
014160         MOVE ZERO TO
014170             PAY-Y-STATE-WAGES(PAY-YTD-IDX, PAY-STATE-SLOT-FOUND)
014180     ELSE
014190         SUBTRACT PAY-ROLL-FED-WAGES FROM
014200             PAY-Y-STATE-WAGES(PAY-YTD-IDX, PAY-STATE-SLOT-FOUND)
014210     END-IF.
014220     IF PAY-ROLL-STATE-TAX >
014230             PAY-Y-STATE-TAX(PAY-YTD-IDX, PAY-STATE-SLOT-FOUND)
014240         DISPLAY 'VOID STATE TAX EXCEEDS YTD FOR EMPLOYEE '
014250             OUT-EMPLOYEE-NUMBER ' - YTD STATE TAX SET TO '
014260             'ZERO - RECONCILE BY HAND.'
014270         MOVE ZERO TO
014280             PAY-Y-STATE-TAX(PAY-YTD-IDX, PAY-STATE-SLOT-FOUND)
014290     ELSE
014300         SUBTRACT PAY-ROLL-STATE-TAX FROM
014310             PAY-Y-STATE-TAX(PAY-YTD-IDX, PAY-STATE-SLOT-FOUND)
014320     END-IF.
014330 2830-SUBTRACT-STATE-WAGES-EXIT.
014340     EXIT.
014350
014360*----------------------------------------------------------------
014370* 2850-BACK-OUT-ONE-DEDUCTION -- SUBTRACT ONE ITEMIZED SLOT OFF
014380* THE VOID RECORD FROM THE MATCHING DEDUCTION MASTER RECORD'S
014390* TAKEN-TO-DATE FIGURE, STOPPING AT ZERO. AN EMPTY SLOT IS
014400* SKIPPED; A CODE WITH NO MASTER RECORD IS REPORTED.
014410*----------------------------------------------------------------
014420 2850-BACK-OUT-ONE-DEDUCTION.
014430     IF OUT-DED-AMOUNT(PAY-DED-SCAN-IDX) NOT NUMERIC
014440         OR OUT-DED-AMOUNT(PAY-DED-SCAN-IDX) = ZERO
014450         GO TO 2850-BACK-OUT-ONE-DEDUCTION-EXIT
014460     END-IF.
014470     MOVE 'N' TO PAY-DED-MATCHED.
014480     IF PAY-DEDUCT-COUNT > ZERO
014490         SET PAY-DEDUCT-IDX TO 1
014500         SEARCH PAY-DEDUCT-ENTRY
014510             AT END
014520                 CONTINUE
014530             WHEN PAY-DE-EMPLOYEE-NUMBER(PAY-DEDUCT-IDX) =
014540                     OUT-EMPLOYEE-NUMBER
014550                 AND PAY-DE-CODE(PAY-DEDUCT-IDX) =
014560                     OUT-DED-CODE(PAY-DED-SCAN-IDX)
014570                 MOVE 'Y' TO PAY-DED-MATCHED
014580                 IF OUT-DED-AMOUNT(PAY-DED-SCAN-IDX) >
014590                         PAY-DE-TAKEN-AMOUNT(PAY-DEDUCT-IDX)
014600                     MOVE ZERO TO
014610                         PAY-DE-TAKEN-AMOUNT(PAY-DEDUCT-IDX)
014620                 ELSE
014630                     SUBTRACT OUT-DED-AMOUNT(PAY-DED-SCAN-IDX)
014640                         FROM
014650                         PAY-DE-TAKEN-AMOUNT(PAY-DEDUCT-IDX)
014660                 END-IF
014670         END-SEARCH
014680     END-IF.
014690     IF PAY-DED-MATCHED = 'N'
014700         DISPLAY 'VOID FOR EMPLOYEE ' OUT-EMPLOYEE-NUMBER
014710             ' CARRIES DEDUCTION CODE '
014720             OUT-DED-CODE(PAY-DED-SCAN-IDX) ' WITH NO '
014730             'DEDUCTION MASTER RECORD - TAKEN-TO-DATE NOT '
014740             'BACKED OUT.'
014750     END-IF.
014760 2850-BACK-OUT-ONE-DEDUCTION-EXIT.
014770     EXIT.
014780
014790*----------------------------------------------------------------
014800* 9000-TERMINATE-PERIOD-CLOSE -- REWRITE THE YTD FILE FROM THE
014810* TABLE AND REPORT THE ROLL-FORWARD RECONCILIATION FIGURES.
014820*----------------------------------------------------------------
014830 9000-TERMINATE-PERIOD-CLOSE.
014840     CLOSE PAYROLL-FILE.
014850     CLOSE HISTORY-FILE.
014860     OPEN OUTPUT YTD-FILE.
014870     PERFORM 9100-WRITE-ONE-YTD-RECORD
014880         THRU 9100-WRITE-ONE-YTD-RECORD-EXIT
014890         VARYING PAY-WRITE-IDX FROM 1 BY 1
014900         UNTIL PAY-WRITE-IDX > PAY-YTD-COUNT.
014910     CLOSE YTD-FILE.
014920     IF PAY-DEDUCT-FILE-PRESENT = 'Y'
014930         PERFORM 9300-REWRITE-DEDUCTION-FILE
014940             THRU 9300-REWRITE-DEDUCTION-FILE-EXIT
014950     END-IF.
014960     IF PAY-ACCRUAL-FILE-PRESENT = 'Y'
014970         PERFORM 9500-REWRITE-LEAVE-FILE
014980             THRU 9500-REWRITE-LEAVE-FILE-EXIT
014990     END-IF.
015000     DISPLAY 'PAY PERIOD CLOSE RECONCILIATION - PERIOD '
015010         PAY-CURRENT-PERIOD.
015020     DISPLAY '  MASTER RECORDS READ. . . . . . . . . : '
015030         PAY-MASTER-READ-COUNT.
015040     DISPLAY '  SKIPPED - PRIOR-PERIOD STAMP . . . . : '
015050         PAY-PRIOR-PERIOD-COUNT.
015060     DISPLAY '  SKIPPED - NO PERIOD STAMP (CONVERTED): '
015070         PAY-NO-PERIOD-COUNT.
015080     IF PAY-NO-PERIOD-COUNT > ZERO
015090         DISPLAY '  *** UNSTAMPED RECORDS NEED A ONE-TIME '
015100             'MANUAL YTD RECONCILIATION ***'
015110     END-IF.
015120     DISPLAY '  YTD RECORDS UPDATED. . . . . . . . . : '
015130         PAY-YTD-UPDATED-COUNT.
015140     DISPLAY '  YTD RECORDS ADDED. . . . . . . . . . : '
015150         PAY-YTD-ADDED-COUNT.
015160     DISPLAY '  STATE INCOME TAX ROLLED. . . . . . . : '
015170         PAY-CLS-STATE-TAX-ROLLED.
015180     IF PAY-VOID-COUNT > ZERO
015190         DISPLAY '  VOID RECORDS BACKED OUT OF YTD . . . : '
015200             PAY-VOID-COUNT
015210         DISPLAY '  VOID NET BACKED OUT. . . . . . . . . : '
015220             PAY-CLS-VOID-NET-ROLLED
015230     END-IF.
015240     DISPLAY '  PAY HISTORY RECORDS APPENDED . . . . : '
015250         PAY-HIST-WRITE-COUNT.
015260     IF PAY-ACCRUAL-FILE-PRESENT = 'Y'
015270         DISPLAY '  LEAVE ACCRUALS APPLIED . . . . . . . : '
015280             PAY-ACCRUED-COUNT
015290     END-IF.
015300     DISPLAY '  YTD RECORDS ON FILE AFTER THIS CLOSE : '
015310         PAY-YTD-COUNT.
015320     IF PAY-YTD-UPDATED-COUNT = ZERO
015330         AND PAY-YTD-ADDED-COUNT = ZERO
015340         DISPLAY 'NO MASTER RECORDS ROLLED FOR PERIOD '
015350             PAY-CURRENT-PERIOD ' - PERIOD NOT MARKED CLOSED.'
015360     ELSE
015370         PERFORM 9200-MARK-PERIOD-CLOSED
015380             THRU 9200-MARK-PERIOD-CLOSED-EXIT
015390         PERFORM 9400-WRITE-CLOSE-CONTROL
015400             THRU 9400-WRITE-CLOSE-CONTROL-EXIT
015410     END-IF.
015420 9000-TERMINATE-PERIOD-CLOSE-EXIT.
015430     EXIT.
015440
015450*----------------------------------------------------------------
015460* 9200-MARK-PERIOD-CLOSED -- THE ROLL COMPLETED, SO THE CURRENT
015470* PERIOD IS STAMPED CLOSED AND THE CALENDAR FILE IS REWRITTEN.
015480* A SECOND CLOSE OF THE SAME PERIOD NOW REFUSES TO RUN.
015490*----------------------------------------------------------------
015500 9200-MARK-PERIOD-CLOSED.
015510     MOVE 'C' TO PAY-C-STATUS(PAY-CURRENT-PERIOD-IDX).
015520     OPEN OUTPUT CALENDAR-FILE.
015530     IF PAY-CAL-STATUS NOT = '00'
015540         DISPLAY 'ERROR REWRITING PAY CALENDAR - FILE STATUS: '
015550             PAY-CAL-STATUS
015560         GO TO 9200-MARK-PERIOD-CLOSED-EXIT
015570     END-IF.
015580     PERFORM 9210-WRITE-ONE-CALENDAR-RECORD
015590         THRU 9210-WRITE-ONE-CALENDAR-RECORD-EXIT
015600         VARYING PAY-CAL-WRITE-IDX FROM 1 BY 1
015610         UNTIL PAY-CAL-WRITE-IDX > PAY-CAL-COUNT.
015620     CLOSE CALENDAR-FILE.
015630     DISPLAY 'PAY PERIOD ' PAY-CURRENT-PERIOD ' MARKED CLOSED.'.
015640     DISPLAY 'RUN DedRemit TO PAY THE PERIOD''S DEDUCTIONS TO '
015650         'THEIR PAYEES.'.
015660 9200-MARK-PERIOD-CLOSED-EXIT.
015670     EXIT.
015680
015690 9210-WRITE-ONE-CALENDAR-RECORD.
015700     MOVE SPACES TO CALRECORD.
015710     MOVE PAY-C-PERIOD-NUMBER(PAY-CAL-WRITE-IDX) TO
015720         CAL-PERIOD-NUMBER.
015730     MOVE PAY-C-START-DATE(PAY-CAL-WRITE-IDX) TO CAL-START-DATE.
015740     MOVE PAY-C-END-DATE(PAY-CAL-WRITE-IDX) TO CAL-END-DATE.
015750     MOVE PAY-C-STATUS(PAY-CAL-WRITE-IDX) TO CAL-STATUS.
015760     MOVE PAY-C-PERIOD-TYPE(PAY-CAL-WRITE-IDX) TO
015770         CAL-PERIOD-TYPE.
015780     WRITE CALRECORD.
015790     IF PAY-CAL-STATUS NOT = '00'
015800         DISPLAY 'ERROR WRITING PAY CALENDAR - FILE STATUS: '
015810             PAY-CAL-STATUS
015820     END-IF.
015830 9210-WRITE-ONE-CALENDAR-RECORD-EXIT.
015840     EXIT.
015850
015860 9100-WRITE-ONE-YTD-RECORD.
015870     MOVE SPACES TO YTDRECORD.
015880     MOVE PAY-Y-EMPLOYEE-NUMBER(PAY-WRITE-IDX) TO
015890         YTD-EMPLOYEE-NUMBER.
015900     MOVE PAY-Y-EMPLOYEE-INITIAL(PAY-WRITE-IDX) TO
015910         YTD-EMPLOYEE-INITIAL.
015920     MOVE PAY-Y-EMPLOYEE-LASTNAME(PAY-WRITE-IDX) TO
015930         YTD-EMPLOYEE-LASTNAME.
015940     MOVE PAY-Y-GROSS-PAY(PAY-WRITE-IDX) TO YTD-GROSS-PAY.
015950     MOVE PAY-Y-FICA-AMOUNT(PAY-WRITE-IDX) TO YTD-FICA-AMOUNT.
015960     MOVE PAY-Y-FED-TAX-AMOUNT(PAY-WRITE-IDX) TO
015970         YTD-FED-TAX-AMOUNT.
015980     MOVE PAY-Y-NET-PAY(PAY-WRITE-IDX) TO YTD-NET-PAY.
015990     MOVE PAY-Y-OTHER-DED-AMOUNT(PAY-WRITE-IDX) TO
016000         YTD-OTHER-DED-AMOUNT.
016010     MOVE PAY-Y-PERIODS-PAID(PAY-WRITE-IDX) TO YTD-PERIODS-PAID.
016020     MOVE PAY-Y-FED-TAXABLE-WAGES(PAY-WRITE-IDX) TO
016030         YTD-FED-TAXABLE-WAGES.
016040     MOVE PAY-Y-FICA-WAGES(PAY-WRITE-IDX) TO YTD-FICA-WAGES.
016050     MOVE PAY-Y-DEFERRAL-AMOUNT(PAY-WRITE-IDX) TO
016060         YTD-DEFERRAL-AMOUNT.
016070     PERFORM 9110-MOVE-ONE-YTD-STATE
016080         THRU 9110-MOVE-ONE-YTD-STATE-EXIT
016090         VARYING PAY-STATE-SLOT-IDX FROM 1 BY 1
016100         UNTIL PAY-STATE-SLOT-IDX > PAY-YTD-MAX-STATES.
016110     WRITE YTDRECORD.
016120     IF PAY-YTD-STATUS NOT = '00'
016130         DISPLAY 'ERROR WRITING YTD FILE - FILE STATUS: '
016140             PAY-YTD-STATUS
016150     END-IF.
016160 9100-WRITE-ONE-YTD-RECORD-EXIT.
016170     EXIT.
016180
016190 9110-MOVE-ONE-YTD-STATE.
016200     MOVE PAY-Y-STATE-CODE(PAY-WRITE-IDX, PAY-STATE-SLOT-IDX) TO
016210         YTD-STATE-CODE(PAY-STATE-SLOT-IDX).
016220     MOVE PAY-Y-STATE-WAGES(PAY-WRITE-IDX, PAY-STATE-SLOT-IDX) TO
016230         YTD-STATE-WAGES(PAY-STATE-SLOT-IDX).
016240     MOVE PAY-Y-STATE-TAX(PAY-WRITE-IDX, PAY-STATE-SLOT-IDX) TO
016250         YTD-STATE-TAX-AMOUNT(PAY-STATE-SLOT-IDX).
016260 9110-MOVE-ONE-YTD-STATE-EXIT.
016270     EXIT.
016280
016290*----------------------------------------------------------------
016300* 9300-REWRITE-DEDUCTION-FILE -- THE PERIOD'S WITHHELD AMOUNTS
016310* WERE ADDED TO THE TAKEN-TO-DATE FIGURES IN THE TABLE; WRITE
016320* THE DEDUCTION MASTER BACK OUT SO GOAL/LIMIT TRACKING SURVIVES
016330* THE CLOSE.
016340*----------------------------------------------------------------
016350 9300-REWRITE-DEDUCTION-FILE.
016360     OPEN OUTPUT DEDUCTION-FILE.
016370     IF PAY-DEDUCT-STATUS NOT = '00'
016380         DISPLAY 'ERROR REWRITING DEDUCTION MASTER - FILE '
016390             'STATUS: ' PAY-DEDUCT-STATUS
016400         GO TO 9300-REWRITE-DEDUCTION-FILE-EXIT
016410     END-IF.
016420     PERFORM 9310-WRITE-ONE-DEDUCTION-RECORD
016430         THRU 9310-WRITE-ONE-DEDUCTION-RECORD-EXIT
016440         VARYING PAY-DEDUCT-WRITE-IDX FROM 1 BY 1
016450         UNTIL PAY-DEDUCT-WRITE-IDX > PAY-DEDUCT-COUNT.
016460     CLOSE DEDUCTION-FILE.
016470 9300-REWRITE-DEDUCTION-FILE-EXIT.
016480     EXIT.
016490
016500 9310-WRITE-ONE-DEDUCTION-RECORD.
016510     MOVE SPACES TO DEDRECORD.
016520     MOVE PAY-DE-EMPLOYEE-NUMBER(PAY-DEDUCT-WRITE-IDX) TO
016530         DED-EMPLOYEE-NUMBER.
016540     MOVE PAY-DE-CODE(PAY-DEDUCT-WRITE-IDX) TO DED-CODE.
016550     MOVE PAY-DE-DESCRIPTION(PAY-DEDUCT-WRITE-IDX) TO
016560         DED-DESCRIPTION.
016570     MOVE PAY-DE-TYPE(PAY-DEDUCT-WRITE-IDX) TO DED-TYPE.
016580     MOVE PAY-DE-METHOD(PAY-DEDUCT-WRITE-IDX) TO DED-METHOD.
016590     MOVE PAY-DE-FLAT-AMOUNT(PAY-DEDUCT-WRITE-IDX) TO
016600         DED-FLAT-AMOUNT.
016610     MOVE PAY-DE-PERCENT(PAY-DEDUCT-WRITE-IDX) TO DED-PERCENT.
016620     MOVE PAY-DE-GOAL-AMOUNT(PAY-DEDUCT-WRITE-IDX) TO
016630         DED-GOAL-AMOUNT.
016640     MOVE PAY-DE-TAKEN-AMOUNT(PAY-DEDUCT-WRITE-IDX) TO
016650         DED-TAKEN-AMOUNT.
016660     MOVE PAY-DE-PRIORITY(PAY-DEDUCT-WRITE-IDX) TO DED-PRIORITY.
016670     MOVE PAY-DE-TAX-TREATMENT(PAY-DEDUCT-WRITE-IDX) TO
016680         DED-TAX-TREATMENT.
016690     WRITE DEDRECORD.
016700     IF PAY-DEDUCT-STATUS NOT = '00'
016710         DISPLAY 'ERROR WRITING DEDUCTION MASTER - FILE STATUS: '
016720             PAY-DEDUCT-STATUS
016730     END-IF.
016740 9310-WRITE-ONE-DEDUCTION-RECORD-EXIT.
016750     EXIT.
016760
016770*----------------------------------------------------------------
016780* 9400-WRITE-CLOSE-CONTROL -- THE PERIOD CLOSED, SO ITS CONTROL
016790* TOTALS (THE AMOUNTS JUST ROLLED INTO THE YTD FILE) GO ON THE
016800* ONE-RECORD CLOSE CONTROL FILE FOR THE END-TO-END TIE-OUT.
016810*----------------------------------------------------------------
016820 9400-WRITE-CLOSE-CONTROL.
016830     OPEN OUTPUT CLOSE-CONTROL-FILE.
016840     IF PAY-CLOSE-CTL-STATUS NOT = '00'
016850         DISPLAY 'ERROR OPENING CLOSE CONTROL FILE - FILE '
016860             'STATUS: ' PAY-CLOSE-CTL-STATUS
016870         GO TO 9400-WRITE-CLOSE-CONTROL-EXIT
016880     END-IF.
016890     MOVE SPACES TO CLOSERECORD.
016900     MOVE PAY-CURRENT-PERIOD TO CLS-PERIOD-NUMBER.
016910     MOVE PAY-RUN-DATE TO CLS-CLOSE-DATE.
016920     MOVE PAY-CLS-RECORDS-ROLLED TO CLS-RECORDS-ROLLED.
016930     MOVE PAY-CLS-GROSS-ROLLED TO CLS-GROSS-ROLLED.
016940     MOVE PAY-CLS-FICA-ROLLED TO CLS-FICA-ROLLED.
016950     MOVE PAY-CLS-FED-TAX-ROLLED TO CLS-FED-TAX-ROLLED.
016960     MOVE PAY-CLS-OTHER-DED-ROLLED TO CLS-OTHER-DED-ROLLED.
016970     MOVE PAY-CLS-NET-ROLLED TO CLS-NET-ROLLED.
016980     MOVE PAY-CLS-VOID-NET-ROLLED TO CLS-VOID-NET-ROLLED.
016990     WRITE CLOSERECORD.
017000     IF PAY-CLOSE-CTL-STATUS NOT = '00'
017010         DISPLAY 'ERROR WRITING CLOSE CONTROL RECORD - FILE '
017020             'STATUS: ' PAY-CLOSE-CTL-STATUS
017030     END-IF.
017040     CLOSE CLOSE-CONTROL-FILE.
017050 9400-WRITE-CLOSE-CONTROL-EXIT.
017060     EXIT.
017070
017080*----------------------------------------------------------------
017090* 9500-REWRITE-LEAVE-FILE -- THE PERIOD'S ACCRUALS WERE ADDED TO
017100* THE BALANCES IN THE TABLE; WRITE THE LEAVE BALANCE FILE BACK
017110* OUT SO THE STUBS AND LEAVE-TAKEN ENTRY SEE CURRENT FIGURES.
017120*----------------------------------------------------------------
017130 9500-REWRITE-LEAVE-FILE.
017140     OPEN OUTPUT LEAVE-FILE.
017150     IF PAY-LVE-STATUS NOT = '00'
017160         DISPLAY 'ERROR REWRITING LEAVE BALANCE FILE - FILE '
017170             'STATUS: ' PAY-LVE-STATUS
017180         GO TO 9500-REWRITE-LEAVE-FILE-EXIT
017190     END-IF.
017200     PERFORM 9510-WRITE-ONE-LEAVE-RECORD
017210         THRU 9510-WRITE-ONE-LEAVE-RECORD-EXIT
017220         VARYING PAY-LVE-WRITE-IDX FROM 1 BY 1
017230         UNTIL PAY-LVE-WRITE-IDX > PAY-LVE-COUNT.
017240     CLOSE LEAVE-FILE.
017250 9500-REWRITE-LEAVE-FILE-EXIT.
017260     EXIT.
017270
017280 9510-WRITE-ONE-LEAVE-RECORD.
017290     MOVE SPACES TO LVERECORD.
017300     MOVE PAY-L-EMPLOYEE-NUMBER(PAY-LVE-WRITE-IDX) TO
017310         LVE-EMPLOYEE-NUMBER.
017320     MOVE PAY-L-CLASS-CODE(PAY-LVE-WRITE-IDX) TO LVE-CLASS-CODE.
017330     MOVE PAY-L-VAC-BALANCE(PAY-LVE-WRITE-IDX) TO
017340         LVE-VAC-BALANCE.
017350     MOVE PAY-L-SICK-BALANCE(PAY-LVE-WRITE-IDX) TO
017360         LVE-SICK-BALANCE.
017370     MOVE PAY-L-VAC-TAKEN-YTD(PAY-LVE-WRITE-IDX) TO
017380         LVE-VAC-TAKEN-YTD.
017390     MOVE PAY-L-SICK-TAKEN-YTD(PAY-LVE-WRITE-IDX) TO
017400         LVE-SICK-TAKEN-YTD.
017410     WRITE LVERECORD.
017420     IF PAY-LVE-STATUS NOT = '00'
017430         DISPLAY 'ERROR WRITING LEAVE BALANCE FILE - FILE '
017440             'STATUS: ' PAY-LVE-STATUS
017450     END-IF.
017460 9510-WRITE-ONE-LEAVE-RECORD-EXIT.
017470     EXIT.
017480
017490 END PROGRAM PeriodClose.
