001910*                  IS NOW APPLIED AS A CORRECTION INSTEAD OF
001920*                  BEING DISCARDED IN FAVOR OF THE DATE ALREADY
001930*                  ON THE MASTER. SOURCE RESEQUENCED.
001940* 10-15-2026  CNR  STATE INCOME TAX WITHHOLDING BY WORK STATE. THE
001950*                  MASTER NOW CARRIES THE EMPLOYEE'S WORK STATE,
001960*                  KEYED ON AN ADD (REQUIRED) OR CHANGE (BLANK
001970*                  KEEPS THE PRIOR STATE) AND VALIDATED AGAINST
001980*                  THE EFFECTIVE-DATED STATE TAX TABLE (STXREC /
001990*                  statetax.txt) LOADED AT START-UP. STATE TAX
002000*                  IS FIGURED OFF THAT STATE'S MARGINAL BRACKETS
002010*                  RIGHT AFTER FEDERAL WITHHOLDING, COMES OFF NET
002020*                  AHEAD OF THE VOLUNTARY DEDUCTIONS, AND IS
002030*                  STAMPED ON THE MASTER WITH THE STATE. A VOID
002040*                  REVERSES THE ORIGINAL STATE TAX OFF THE PAY
002050*                  HISTORY. SOURCE RESEQUENCED.
002060* 10-15-2026  CNR  ANNUALIZED FEDERAL WITHHOLDING OFF THE EMPLOYEE
002070*                  TAX PROFILE MASTER (TPFREC / taxprofile.dat,
002080*                  KEPT BY TaxProfMaint). FOR AN EMPLOYEE WITH A
002090*                  PROFILE THE PERIOD GROSS IS ANNUALIZED OVER
002100*                  THE REGULAR PERIODS ON THE CALENDAR FOR THE
002110*                  RUN YEAR, THE FILING-STATUS ALLOWANCE FROM THE
002120*                  TAX TABLE COMES OFF, THE BRACKETS ARE APPLIED
002130*                  WITH THEIR FLOORS SCALED TO A YEAR, THE W-4
002140*                  DEPENDENT CREDIT COMES OFF THE ANNUAL TAX, AND
002150*                  THE RESULT IS DE-ANNUALIZED BEFORE THE W-4
002160*                  EXTRA WITHHOLDING IS ADDED (REGULAR PERIODS
002170*                  ONLY). NO PROFILE, OR NO PROFILE FILE, KEEPS
002180*                  THE PERIOD-BRACKET CALCULATION. SOURCE
002190*                  RESEQUENCED.
002200* 10-15-2026  CNR  PRE-TAX DEDUCTIONS. EACH DEDUCTION MASTER ENTRY
002210*                  NOW CARRIES A TAX TREATMENT. 401(K) DEFERRALS
002220*                  (F) AND SECTION 125 PREMIUMS (S) ARE TAKEN OFF
002230*                  GROSS BEFORE FICA AND WITHHOLDING ARE FIGURED:
002240*                  FICA RUNS ON GROSS LESS THE SECTION 125
002250*                  PREMIUMS, FEDERAL AND STATE WITHHOLDING ON
002260*                  GROSS LESS BOTH. THE FICA WAGE-BASE CAP NOW
002270*                  USES YTD FICA WAGES. THE FEDERAL TAXABLE
002280*                  WAGES, FICA WAGES AND 401(K) DEFERRAL ARE
002290*                  STAMPED ON THE MASTER FOR THE W-2 AND CARRIED
002300*                  BACK OFF THE PAY HISTORY ON A VOID. SOURCE
002310*                  RESEQUENCED.
002320* 10-15-2026  CNR  LABOR DISTRIBUTION BY COST CENTER. A BATCH
002330*                  TRANSACTION MAY CARRY THE HOURS SPLIT ACROSS UP
002340*                  TO FIVE DEPARTMENTS (THE TIME-CLOCK IMPORT
002350*                  FILLS IT FROM TRANSFER PUNCHES). EACH COST
002360*                  CENTER MUST BE ON THE DEPARTMENT FILE AND THE
002370*                  SPLIT MUST TOTAL THE HOURS WORKED OR THE ENTRY
002380*                  IS REJECTED. THE SPLIT IS STAMPED ON THE MASTER
002390*                  WITH GROSS SPREAD BY HOURS -- THE LAST COST
002400*                  CENTER TAKES THE ROUNDING SO THE SHARES FOOT TO
002410*                  GROSS -- AND IS RE-SPREAD ON A RECALC AND
002420*                  CARRIED BACK OFF THE PAY HISTORY ON A VOID. NO
002430*                  SPLIT CHARGES THE HOME DEPARTMENT AS BEFORE.
002440*                  SOURCE RESEQUENCED.
002450*================================================================
002460
002470 ENVIRONMENT DIVISION.
002480 INPUT-OUTPUT SECTION.
002490 FILE-CONTROL.
002500     SELECT PAYROLL-FILE ASSIGN TO 'paymaster.dat'
002510         ORGANIZATION IS INDEXED
002520         ACCESS MODE IS DYNAMIC
002530         RECORD KEY IS OUT-EMPLOYEE-NUMBER
002540         FILE STATUS IS PAY-FILE-STATUS.
002550     SELECT EXCEPTION-FILE ASSIGN TO 'exceptions.txt'
002560         ORGANIZATION IS LINE SEQUENTIAL
002570         FILE STATUS IS PAY-EXCEPTION-STATUS.
002580     SELECT TRANSACTION-FILE ASSIGN TO 'transactions.txt'
002590         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS PAY-TRANS-STATUS.
002610     SELECT CHECKPOINT-FILE ASSIGN TO 'checkpoint.txt'
002620         ORGANIZATION IS LINE SEQUENTIAL
002630         FILE STATUS IS PAY-CKPT-STATUS.
002640     SELECT YTD-FILE ASSIGN TO 'ytdmaster.txt'
002650         ORGANIZATION IS LINE SEQUENTIAL
002660         FILE STATUS IS PAY-YTD-STATUS.
002670     SELECT CALENDAR-FILE ASSIGN TO 'paycalendar.txt'
002680         ORGANIZATION IS LINE SEQUENTIAL
002690         FILE STATUS IS PAY-CAL-STATUS.
002700     SELECT DEPT-FILE ASSIGN TO 'departments.txt'
002710         ORGANIZATION IS LINE SEQUENTIAL
002720         FILE STATUS IS PAY-DEPT-STATUS.
002730     SELECT BATCH-LOG-FILE ASSIGN TO 'batchlog.txt'
002740         ORGANIZATION IS LINE SEQUENTIAL
002750         FILE STATUS IS PAY-BLOG-STATUS.
002760     SELECT TAX-FILE ASSIGN TO 'taxrates.txt'
002770         ORGANIZATION IS LINE SEQUENTIAL
002780         FILE STATUS IS PAY-TAX-STATUS.
002790     SELECT OPERATOR-FILE ASSIGN TO 'operators.txt'
002800         ORGANIZATION IS LINE SEQUENTIAL
002810         FILE STATUS IS PAY-OPR-STATUS.
002820     SELECT SIGNON-LOG-FILE ASSIGN TO 'signonlog.txt'
002830         ORGANIZATION IS LINE SEQUENTIAL
002840         FILE STATUS IS PAY-SLOG-STATUS.
002850     SELECT DEDUCTION-FILE ASSIGN TO 'deductions.txt'
002860         ORGANIZATION IS LINE SEQUENTIAL
002870         FILE STATUS IS PAY-DEDUCT-STATUS.
002880     SELECT HISTORY-FILE ASSIGN TO 'payhistory.txt'
002890         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS PAY-HIST-STATUS.
002910     SELECT LEAVE-FILE ASSIGN TO 'leavebalance.txt'
002920         ORGANIZATION IS LINE SEQUENTIAL
002930         FILE STATUS IS PAY-LVE-STATUS.
002940     SELECT STATE-TAX-FILE ASSIGN TO 'statetax.txt'
002950         ORGANIZATION IS LINE SEQUENTIAL
002960         FILE STATUS IS PAY-STX-STATUS.
002970     SELECT TAX-PROFILE-FILE ASSIGN TO 'taxprofile.dat'
002980         ORGANIZATION IS INDEXED
002990         ACCESS MODE IS RANDOM
003000         RECORD KEY IS TPF-EMPLOYEE-NUMBER
003010         FILE STATUS IS PAY-TPF-STATUS.
003020
003030 DATA DIVISION.
003040 FILE SECTION.
003050 FD  PAYROLL-FILE.
003060     COPY PAYRECOUT.
003070
003080 FD  EXCEPTION-FILE.
003090 01  EXCEPTION-LINE              PIC X(80).
003100
003110*----------------------------------------------------------------
003120* TRANSACTION-FILE -- UNATTENDED/BATCH INPUT. WHEN THIS FILE IS
003130* PRESENT THE RUN TAKES ITS ENTRIES FROM HERE INSTEAD OF FROM
003140* THE OPERATOR. LAYOUT MIRRORS THE OPERATOR ENTRY PROMPTS.
003150*----------------------------------------------------------------
003160*    DETAIL RECORDS CARRY AN ACTION CODE (A/C/D) IN COLUMN 1;
003170*    THE BATCH CONTROL HEADER AND TRAILER CARRY H AND T THERE
003180*    AND SHARE THE SAME RECORD AREA THROUGH THE ADDED 01 VIEWS.
003190 FD  TRANSACTION-FILE.
003200     COPY TRANREC.
003210
003220*----------------------------------------------------------------
003230* CHECKPOINT-FILE -- LAST EMPLOYEE NUMBER SAVED AND THE RUNNING
003240* MASTER COUNT AS OF THE LAST CHECKPOINT, WRITTEN EVERY 10
003250* SUCCESSFUL WRITES SO A RUN THAT STOPS EARLY CAN BE RESTARTED.
003260*----------------------------------------------------------------
003270 FD  CHECKPOINT-FILE.
003280 01  CHECKPOINT-RECORD.
003290     10  CKPT-EMPLOYEE-NUMBER     PIC 9(9).
003300     10  FILLER                   PIC X(1) VALUE SPACE.
003310     10  CKPT-WRITE-COUNT         PIC 9(7).
003320
003330*----------------------------------------------------------------
003340* YTD-FILE -- PER-EMPLOYEE YEAR-TO-DATE ACCUMULATIONS KEPT BY
003350* PeriodClose.cbl. READ-ONLY HERE, TO APPLY THE ANNUAL FICA
003360* WAGE-BASE CAP WHEN DEDUCTIONS ARE CALCULATED.
003370*----------------------------------------------------------------
003380 FD  YTD-FILE.
003390     COPY YTDREC.
003400
003410*----------------------------------------------------------------
003420* CALENDAR-FILE -- PAY-PERIOD CONTROL RECORDS SET UP BY
003430* OPERATIONS. ENTRY IS ONLY ACCEPTED WHILE THE PERIOD COVERING
003440* THE RUN DATE IS OPEN.
003450*----------------------------------------------------------------
003460 FD  CALENDAR-FILE.
003470     COPY CALREC.
003480
003490*----------------------------------------------------------------
003500* DEPT-FILE -- DEPARTMENT/COST-CENTER REFERENCE SET UP BY
003510* OPERATIONS. A DEPARTMENT CODE KEYED AT ENTRY MUST BE ON THIS
003520* FILE OR THE ENTRY IS REJECTED.
003530*----------------------------------------------------------------
003540 FD  DEPT-FILE.
003550     COPY DEPTREC.
003560
003570*----------------------------------------------------------------
003580* BATCH-LOG-FILE -- ONE RECORD PER BATCH NUMBER SUCCESSFULLY
003590* APPLIED. CHECKED DURING BATCH CONTROL VERIFICATION SO THE
003600* SAME BATCH CANNOT BE APPLIED TWICE.
003610*----------------------------------------------------------------
003620 FD  BATCH-LOG-FILE.
003630 01  BATCH-LOG-RECORD.
003640     10  BLOG-BATCH-NUMBER        PIC 9(6).
003650     10  FILLER                   PIC X(1) VALUE SPACE.
003660     10  BLOG-APPLIED-DATE        PIC 9(8).
003670     10  FILLER                   PIC X(1) VALUE SPACE.
003680     10  BLOG-ORIGIN-SITE         PIC X(8).
003690
003700*----------------------------------------------------------------
003710* TAX-FILE -- EFFECTIVE-DATED FICA RATE, FICA WAGE BASE AND
003720* GRADUATED FEDERAL WITHHOLDING BRACKETS. THE RECORD IN EFFECT
003730* FOR THE RUN DATE IS SELECTED AT START-UP.
003740*----------------------------------------------------------------
003750 FD  TAX-FILE.
003760     COPY TAXREC.
003770
003780*----------------------------------------------------------------
003790* STATE-TAX-FILE -- EFFECTIVE-DATED STATE INCOME TAX WITHHOLDING
003800* BRACKETS, ONE RECORD PER STATE PER EFFECTIVE DATE. FOR EACH
003810* STATE THE RECORD IN EFFECT FOR THE RUN DATE IS KEPT AT
003820* START-UP.
003830*----------------------------------------------------------------
003840 FD  STATE-TAX-FILE.
003850     COPY STXREC.
003860
003870*----------------------------------------------------------------
003880* TAX-PROFILE-FILE -- EMPLOYEE W-4 ELECTIONS, READ BY KEY WHEN
003890* EACH EMPLOYEE'S FEDERAL WITHHOLDING IS FIGURED.
003900*----------------------------------------------------------------
003910 FD  TAX-PROFILE-FILE.
003920     COPY TPFREC.
003930
003940*----------------------------------------------------------------
003950* OPERATOR-FILE -- OPERATOR IDS, PASSWORDS, AUTHORIZATION
003960* LEVELS AND ACTIVE/DISABLED STATUS. REWRITTEN WHEN A FAILED
003970* SIGN-ON COUNT CHANGES OR AN ID IS DISABLED.
003980*----------------------------------------------------------------
003990 FD  OPERATOR-FILE.
004000     COPY OPERREC.
004010
004020*----------------------------------------------------------------
004030* SIGNON-LOG-FILE -- ONE LINE PER SIGN-ON ATTEMPT, ACCEPTED OR
004040* NOT, SO THE SUPERVISOR CAN SEE WHO TRIED TO GET IN AND WHEN.
004050*----------------------------------------------------------------
004060 FD  SIGNON-LOG-FILE.
004070 01  SIGNON-LOG-RECORD.
004080     10  SLOG-DATE                PIC 9(8).
004090     10  FILLER                   PIC X(1) VALUE SPACE.
004100     10  SLOG-TIME                PIC 9(8).
004110     10  FILLER                   PIC X(1) VALUE SPACE.
004120     10  SLOG-OPERATOR-ID         PIC X(8).
004130     10  FILLER                   PIC X(1) VALUE SPACE.
004140     10  SLOG-RESULT              PIC X(12).
004150
004160*----------------------------------------------------------------
004170* DEDUCTION-FILE -- EMPLOYEE DEDUCTION MASTER (401K, INSURANCE,
004180* SUPPORT ORDERS) SET UP BY THE PAYROLL OFFICE. READ-ONLY HERE;
004190* THE GOAL TRACKING (AMOUNT TAKEN TO DATE) IS ROLLED FORWARD BY
004200* PeriodClose.cbl WHEN THE PERIOD CLOSES.
004210*----------------------------------------------------------------
004220 FD  DEDUCTION-FILE.
004230     COPY DEDREC.
004240
004250*----------------------------------------------------------------
004260* LEAVE-FILE -- EMPLOYEE LEAVE BALANCES ACCRUED BY
004270* PeriodClose.cbl. LOADED AT START-UP FOR THE LEAVE-TAKEN (L)
004280* ACTION AND REWRITTEN AT ONCE WHEN A DRAW IS APPLIED.
004290*----------------------------------------------------------------
004300 FD  LEAVE-FILE.
004310     COPY LVEREC.
004320
004330*----------------------------------------------------------------
004340* HISTORY-FILE -- THE PERMANENT PAY HISTORY APPENDED BY
004350* PeriodClose.cbl. READ-ONLY HERE, SCANNED ON DEMAND TO FIND
004360* THE ORIGINAL PAYMENT A VOID OR ADJUSTMENT REVERSES OR
004370* CORRECTS.
004380*----------------------------------------------------------------
004390 FD  HISTORY-FILE.
004400     COPY HISTREC.
004410
004420 WORKING-STORAGE SECTION.
004430 01  PAYRECORD-IN.
004440     10  EMPLOYEE-NUMBER      PIC 9(9).
004450     10  FILLER               PIC X(1) VALUE SPACE.
004460     10  EMPLOYEE-INITIAL     PIC A(1).
004470     10  FILLER               PIC X(1) VALUE SPACE.
004480     10  EMPLOYEE-LASTNAME    PIC A(15).
004490     10  FILLER               PIC X(1) VALUE SPACE.
004500     10  HOURS-WORKED         PIC 9(3)V99.
004510     10  FILLER               PIC X(1) VALUE SPACE.
004520     10  HOURLY-RATE          PIC 9(3)V99.
004530     10  FILLER               PIC X(1) VALUE SPACE.
004540     10  SALARY-AMOUNT        PIC 9(7)V99.
004550     10  FILLER               PIC X(1) VALUE SPACE.
004560     10  SALARY-CODE          PIC X(1).
004570         88  PAY-BY-HOURS     VALUE 'H'.
004580         88  PAY-BY-SALARY    VALUE 'S'.
004590     10  FILLER               PIC X(1) VALUE SPACE.
004600     10  GROSS-PAY            PIC 9(7)V99.
004610     10  FILLER               PIC X(1) VALUE SPACE.
004620     10  FICA-AMOUNT          PIC 9(7)V99.
004630     10  FILLER               PIC X(1) VALUE SPACE.
004640     10  FED-TAX-AMOUNT       PIC 9(7)V99.
004650     10  FILLER               PIC X(1) VALUE SPACE.
004660     10  NET-PAY              PIC 9(7)V99.
004670     10  FILLER               PIC X(1) VALUE SPACE.
004680     10  DEPARTMENT-CODE      PIC X(4).
004690
004700 01  END-INPUT PIC A(1).
004710 01  PAY-ACTION-CODE PIC X(1).
004720     88  PAY-ACTION-ADD       VALUE 'A'.
004730     88  PAY-ACTION-CHANGE    VALUE 'C'.
004740     88  PAY-ACTION-DELETE    VALUE 'D'.
004750     88  PAY-ACTION-RECALC    VALUE 'R'.
004760     88  PAY-ACTION-LEAVE     VALUE 'L'.
004770     88  PAY-ACTION-VOID      VALUE 'V'.
004780     88  PAY-ACTION-ADJUST    VALUE 'J'.
004790 01  PAY-LOOKUP-NUMBER PIC 9(9).
004800 01  PAY-FILE-STATUS PIC X(2).
004810 01  PAY-EXCEPTION-STATUS PIC X(2).
004820 01  PAY-OPERATOR-ID PIC X(8) VALUE SPACES.
004830
004840*----------------------------------------------------------------
004850* BATCH/UNATTENDED RUN MODE SWITCH AND TRANSACTION FILE CONTROLS.
004860* WHEN TRANSACTION-FILE OPENS SUCCESSFULLY THE RUN TAKES ITS
004870* ENTRIES FROM THAT FILE INSTEAD OF PROMPTING THE OPERATOR.
004880*----------------------------------------------------------------
004890 01  PAY-RUN-MODE               PIC X(1) VALUE 'I'.
004900     88  PAY-BATCH-MODE         VALUE 'B'.
004910     88  PAY-INTERACTIVE-MODE   VALUE 'I'.
004920 01  PAY-TRANS-STATUS           PIC X(2).
004930 01  PAY-END-OF-TRANS           PIC X(1) VALUE 'N'.
004940
004950*----------------------------------------------------------------
004960* BATCH CONTROL VERIFICATION FIELDS. THE WHOLE TRANSACTION FILE
004970* IS PRE-SCANNED AND PROVED AGAINST ITS HEADER AND TRAILER
004980* BEFORE THE FIRST TRANSACTION IS APPLIED.
004990*----------------------------------------------------------------
005000 01  PAY-BLOG-STATUS            PIC X(2).
005010 01  PAY-BC-HEADER-SEEN         PIC X(1) VALUE 'N'.
005020 01  PAY-BC-TRAILER-SEEN        PIC X(1) VALUE 'N'.
005030 01  PAY-BC-BATCH-NUMBER        PIC 9(6) VALUE ZERO.
005040 01  PAY-BC-CREATION-DATE       PIC 9(8) VALUE ZERO.
005050 01  PAY-BC-ORIGIN-SITE         PIC X(8) VALUE SPACES.
005060 01  PAY-BC-EXPECT-COUNT        PIC 9(7) VALUE ZERO.
005070 01  PAY-BC-EXPECT-HASH         PIC 9(13) VALUE ZERO.
005080 01  PAY-BC-EXPECT-HOURS        PIC 9(5)V99 VALUE ZERO.
005090 01  PAY-BC-ACTUAL-COUNT        PIC 9(7) VALUE ZERO.
005100 01  PAY-BC-ACTUAL-HASH         PIC 9(13) VALUE ZERO.
005110 01  PAY-BC-ACTUAL-HOURS        PIC 9(5)V99 VALUE ZERO.
005120 01  PAY-BC-VERIFY-OK           PIC X(1) VALUE 'Y'.
005130 01  PAY-END-OF-BLOG            PIC X(1) VALUE 'N'.
005140 01  PAY-BC-DUPLICATE           PIC X(1) VALUE 'N'.
005150 01  PAY-BC-APPLIED-DATE        PIC 9(8) VALUE ZERO.
005160
005170*----------------------------------------------------------------
005180* CHECKPOINT/RESTART CONTROLS. A CHECKPOINT IS WRITTEN EVERY 10
005190* SUCCESSFUL WRITES; A NON-ZERO CHECKPOINT FOUND AT START-UP
005200* MEANS A PRIOR RUN DID NOT REACH NORMAL TERMINATION.
005210*----------------------------------------------------------------
005220 01  PAY-CKPT-STATUS               PIC X(2).
005230 01  PAY-WRITES-SINCE-CHECKPOINT   PIC 9(2) COMP VALUE ZERO.
005240 01  PAY-LAST-SAVED-EMPLOYEE-NUMBER PIC 9(9) VALUE ZERO.
005250 01  PAY-RESTART-RESPONSE          PIC A(1).
005260*----------------------------------------------------------------
005270* MASTER RECONCILIATION COUNTS. THE MASTER IS AN INDEXED FILE
005280* NOW, SO NO IN-MEMORY COPY IS KEPT -- DUPLICATE CHECKING IS A
005290* KEYED READ AND CHANGES/DELETES REWRITE/DELETE IN PLACE. THE
005300* COUNTS ARE TAKEN BY READING THROUGH THE FILE AT START-UP AND
005310* AGAIN AT NORMAL TERMINATION.
005320*----------------------------------------------------------------
005330 01  PAY-MASTER-COUNT           PIC 9(7) COMP VALUE ZERO.
005340 01  PAY-MASTER-FOUND           PIC X(1) VALUE 'N'.
005350     88  PAY-RECORD-ON-FILE     VALUE 'Y'.
005360
005370*----------------------------------------------------------------
005380* IN-MEMORY YTD GROSS LOOKUP, LOADED FROM YTD-FILE AT START-UP.
005390* ONLY THE EMPLOYEE NUMBER, YTD GROSS AND YTD FICA WAGES ARE
005400* KEPT -- THAT IS ALL THE FICA WAGE-BASE CAP IN
005410* 2500-CALCULATE-GROSS-PAY NEEDS. A YTD LINE WRITTEN BEFORE
005420* FICA WAGES WERE CARRIED HAS THEM BLANK; ITS GROSS STANDS IN. A
005430* MISSING YTD FILE (FIRST CYCLE OF THE YEAR) LEAVES THE TABLE
005440* EMPTY AND EVERY EMPLOYEE FULLY FICA-TAXABLE.
005450*----------------------------------------------------------------
005460 01  PAY-YTD-TABLE.
005470     05  PAY-YTD-COUNT              PIC 9(5) COMP VALUE ZERO.
005480     05  PAY-YTD-ENTRY OCCURS 1 TO 50000 TIMES
005490             DEPENDING ON PAY-YTD-COUNT
005500             INDEXED BY PAY-YTD-IDX.
005510         10  PAY-Y-EMPLOYEE-NUMBER    PIC 9(9).
005520         10  PAY-Y-GROSS-PAY          PIC 9(9)V99.
005530         10  PAY-Y-FICA-WAGES         PIC 9(9)V99.
005540
005550 01  PAY-YTD-STATUS             PIC X(2).
005560 01  PAY-END-OF-YTD             PIC X(1) VALUE 'N'.
005570
005580*----------------------------------------------------------------
005590* PAY-PERIOD CALENDAR CONTROLS. THE PERIOD COVERING THE RUN DATE
005600* MUST BE ON THE CALENDAR WITH STATUS OPEN BEFORE ANY ENTRY IS
005610* ACCEPTED; ITS NUMBER IS STAMPED ON EVERY MASTER RECORD.
005620*----------------------------------------------------------------
005630 01  PAY-CAL-STATUS             PIC X(2).
005640 01  PAY-END-OF-CAL             PIC X(1) VALUE 'N'.
005650 01  PAY-PERIOD-FOUND           PIC X(1) VALUE 'N'.
005660     88  PAY-PERIOD-ON-CALENDAR VALUE 'Y'.
005670 01  PAY-CURRENT-PERIOD         PIC 9(4) VALUE ZERO.
005680 01  PAY-CURRENT-PERIOD-STATUS  PIC X(1) VALUE SPACE.
005690     88  PAY-CURRENT-PERIOD-OPEN VALUE 'O'.
005700 01  PAY-CURRENT-PERIOD-TYPE    PIC X(1) VALUE 'R'.
005710     88  PAY-SUPPLEMENTAL-PERIOD VALUE 'S'.
005720 01  PAY-RUN-DATE               PIC 9(8) VALUE ZERO.
005730 01  PAY-RUN-YEAR               PIC 9(4) VALUE ZERO.
005740 01  PAY-PERIODS-PER-YEAR       PIC 9(3) VALUE ZERO.
005750 77  PAY-DEFAULT-PERIODS        PIC 9(3) VALUE 26.
005760
005770*----------------------------------------------------------------
005780* VOID/ADJUSTMENT WORK FIELDS. THE ORIGINAL PAYMENT IS FETCHED
005790* OFF THE PAY HISTORY FILE INTO THE PAY-ORIG FIELDS; A VOID
005800* REBUILDS THE MASTER RECORD FROM THEM AS AN EXACT REVERSAL,
005810* AND AN ADJUSTMENT ONLY PROVES THE ORIGINAL EXISTS BEFORE THE
005820* CORRECTED FIGURES ARE CALCULATED AND PAID.
005830*----------------------------------------------------------------
005840 01  PAY-HIST-STATUS            PIC X(2).
005850 01  PAY-END-OF-HIST            PIC X(1) VALUE 'N'.
005860 01  PAY-HIST-MATCH-FOUND       PIC X(1) VALUE 'N'.
005870 01  PAY-REFERENCE-PERIOD       PIC 9(4) VALUE ZERO.
005880 01  PAY-ORIG-HOURS-WORKED      PIC 9(3)V99 VALUE ZERO.
005890 01  PAY-ORIG-HOURLY-RATE       PIC 9(3)V99 VALUE ZERO.
005900 01  PAY-ORIG-SALARY-AMOUNT     PIC 9(7)V99 VALUE ZERO.
005910 01  PAY-ORIG-SALARY-CODE       PIC X(1) VALUE SPACE.
005920 01  PAY-ORIG-GROSS-PAY         PIC 9(7)V99 VALUE ZERO.
005930 01  PAY-ORIG-FICA-AMOUNT       PIC 9(7)V99 VALUE ZERO.
005940 01  PAY-ORIG-FED-TAX-AMOUNT    PIC 9(7)V99 VALUE ZERO.
005950 01  PAY-ORIG-NET-PAY           PIC 9(7)V99 VALUE ZERO.
005960 01  PAY-ORIG-OTHER-DED-TOTAL   PIC 9(7)V99 VALUE ZERO.
005970 01  PAY-ORIG-DEPARTMENT-CODE   PIC X(4) VALUE SPACES.
005980 01  PAY-ORIG-WORK-STATE        PIC X(2) VALUE SPACES.
005990 01  PAY-ORIG-STATE-TAX-AMOUNT  PIC 9(7)V99 VALUE ZERO.
006000 01  PAY-ORIG-FED-TAXABLE-WAGES PIC 9(7)V99 VALUE ZERO.
006010 01  PAY-ORIG-FICA-WAGES        PIC 9(7)V99 VALUE ZERO.
006020 01  PAY-ORIG-DEFERRAL-AMOUNT   PIC 9(7)V99 VALUE ZERO.
006030 01  PAY-ORIG-DEDUCTION-TABLE.
006040     05  PAY-ORIG-DEDUCTION OCCURS 5 TIMES.
006050         10  PAY-ORIG-DED-CODE      PIC X(3).
006060         10  PAY-ORIG-DED-AMOUNT    PIC 9(7)V99.
006070 01  PAY-ORIG-MOVE-IDX          PIC 9(1) COMP VALUE ZERO.
006080 01  PAY-ORIG-DIST-TABLE.
006090     05  PAY-ORIG-DIST OCCURS 5 TIMES.
006100         10  PAY-ORIG-DIST-DEPT-CODE PIC X(4).
006110         10  PAY-ORIG-DIST-HOURS     PIC 9(3)V99.
006120         10  PAY-ORIG-DIST-GROSS     PIC 9(7)V99.
006130
006140*----------------------------------------------------------------
006150* DEPARTMENT REFERENCE TABLE, LOADED FROM DEPT-FILE AT START-UP.
006160* A DEPARTMENT CODE KEYED AT ENTRY MUST MATCH A TABLE ENTRY OR
006170* THE RECORD IS REJECTED THROUGH THE EXCEPTION PATH.
006180*----------------------------------------------------------------
006190 01  PAY-DEPT-STATUS            PIC X(2).
006200 01  PAY-END-OF-DEPT            PIC X(1) VALUE 'N'.
006210 01  PAY-DEPT-VALID             PIC X(1) VALUE 'N'.
006220     88  PAY-DEPT-ON-FILE       VALUE 'Y'.
006230 01  PAY-DEPT-TABLE.
006240     05  PAY-DEPT-COUNT             PIC 9(3) COMP VALUE ZERO.
006250     05  PAY-DEPT-ENTRY OCCURS 1 TO 500 TIMES
006260             DEPENDING ON PAY-DEPT-COUNT
006270             INDEXED BY PAY-DEPT-IDX.
006280         10  PAY-D-DEPT-CODE        PIC X(4).
006290         10  PAY-D-DEPT-NAME        PIC X(24).
006300 77  PAY-DEPT-MAX-ENTRIES       PIC 9(3) VALUE 500.
006310*----------------------------------------------------------------
006320* COST-CENTER SPLIT OF THE HOURS ON THE ENTRY BEING APPLIED. A
006330* SLOT WITH A BLANK DEPARTMENT IS NOT IN USE; NO SLOTS IN USE
006340* CHARGES THE WHOLE PAYMENT TO THE HOME DEPARTMENT.
006350*----------------------------------------------------------------
006360 01  PAY-ENTRY-DIST-TABLE.
006370     05  PAY-ENTRY-DIST OCCURS 5 TIMES.
006380         10  PAY-ED-DEPT-CODE       PIC X(4).
006390         10  PAY-ED-HOURS           PIC 9(3)V99.
006400 01  PAY-DIST-IDX               PIC 9(1) COMP VALUE ZERO.
006410 01  PAY-DIST-LAST-IDX          PIC 9(1) COMP VALUE ZERO.
006420 01  PAY-DIST-VALID             PIC X(1) VALUE 'Y'.
006430     88  PAY-DIST-OK            VALUE 'Y'.
006440 01  PAY-DIST-DEPT-FOUND        PIC X(1) VALUE 'N'.
006450 01  PAY-DIST-HOURS-TOTAL       PIC 9(5)V99 VALUE ZERO.
006460 01  PAY-DIST-GROSS-LEFT        PIC S9(7)V99 VALUE ZERO.
006470 77  PAY-DIST-MAX-ITEMS         PIC 9(1) VALUE 5.
006480*----------------------------------------------------------------
006490* EMPLOYMENT STATUS ENTRY FIELDS. THE REQUESTED STATUS AND DATES
006500* ARE RESOLVED AGAINST WHAT IS ALREADY ON THE MASTER (A BLANK
006510* STATUS ON A CHANGE KEEPS THE PRIOR ONE) BEFORE THEY ARE
006520* STAMPED ON THE RECORD.
006530*----------------------------------------------------------------
006540 01  PAY-ENTRY-STATUS           PIC X(1) VALUE SPACE.
006550     88  PAY-ENTRY-ACTIVE       VALUE 'A'.
006560     88  PAY-ENTRY-LEAVE        VALUE 'L'.
006570     88  PAY-ENTRY-TERMINATED   VALUE 'T'.
006580 01  PAY-ENTRY-HIRE-DATE        PIC 9(8) VALUE ZERO.
006590 01  PAY-ENTRY-TERM-DATE        PIC 9(8) VALUE ZERO.
006600 01  PAY-PRIOR-STATUS           PIC X(1) VALUE 'A'.
006610 01  PAY-PRIOR-TERM-DATE        PIC 9(8) VALUE ZERO.
006620 01  PAY-ENTRY-WORK-STATE       PIC X(2) VALUE SPACES.
006630 01  PAY-PRIOR-WORK-STATE       PIC X(2) VALUE SPACES.
006640 01  PAY-YTD-GROSS-THIS-EMP     PIC 9(9)V99 VALUE ZERO.
006650 01  PAY-YTD-FICA-THIS-EMP      PIC 9(9)V99 VALUE ZERO.
006660 01  PAY-FICA-GROSS             PIC 9(7)V99 VALUE ZERO.
006670 01  PAY-FICA-TAXABLE-PAY       PIC 9(9)V99 VALUE ZERO.
006680
006690 01  PAY-END-OF-MASTER          PIC X(1) VALUE 'N'.
006700 01  PAY-MASTER-COUNT-BEFORE    PIC 9(7) COMP VALUE ZERO.
006710 01  PAY-MASTER-COUNT-AFTER     PIC 9(7) COMP VALUE ZERO.
006720 01  PAY-TRANSACTIONS-APPLIED   PIC 9(7) COMP VALUE ZERO.
006730
006740*----------------------------------------------------------------
006750* VALIDATE-RECORD EDITING SWITCH, REJECT REASON AND EXCEPTION
006760* REPORT COUNT AND LINE LAYOUT.
006770*----------------------------------------------------------------
006780 01  PAY-RECORD-VALID           PIC X(1) VALUE 'Y'.
006790     88  PAY-RECORD-OK          VALUE 'Y'.
006800     88  PAY-RECORD-REJECTED    VALUE 'N'.
006810 01  PAY-REJECT-REASON          PIC X(40) VALUE SPACES.
006820 01  PAY-REJECT-COUNT           PIC 9(7) COMP VALUE ZERO.
006830
006840 01  EXCEPTION-DETAIL-LINE.
006850     10  EX-RECORD-TYPE         PIC X(1).
006860         88  EX-TYPE-REJECT     VALUE 'R'.
006870     10  FILLER                 PIC X(1) VALUE SPACE.
006880     10  EX-EMPLOYEE-NUMBER     PIC 9(9).
006890     10  FILLER                 PIC X(3) VALUE SPACES.
006900     10  EX-EMPLOYEE-LASTNAME   PIC A(15).
006910     10  FILLER                 PIC X(3) VALUE SPACES.
006920     10  EX-REJECT-REASON       PIC X(40).
006930
006940*----------------------------------------------------------------
006950* A DELETE TAKES THE EMPLOYEE OFF THE MASTER, SO THE AUDIT DATA
006960* (WHO ORIGINALLY KEYED THE RECORD AND WHO/WHEN IT WAS DELETED)
006970* IS WRITTEN HERE, TO EXCEPTION-FILE, BEFORE THE RECORD IS
006980* DELETED OFF THE MASTER -- OTHERWISE THAT HISTORY GOES WITH IT.
006990*----------------------------------------------------------------
007000 01  DELETE-AUDIT-LINE.
007010     10  DA-RECORD-TYPE           PIC X(1).
007020         88  DA-TYPE-DELETE       VALUE 'D'.
007030     10  FILLER                   PIC X(1) VALUE SPACE.
007040     10  DA-EMPLOYEE-NUMBER       PIC 9(9).
007050     10  FILLER                   PIC X(2) VALUE SPACES.
007060     10  DA-EMPLOYEE-LASTNAME     PIC A(15).
007070     10  FILLER                   PIC X(2) VALUE SPACES.
007080     10  DA-ORIGINAL-OPERATOR-ID  PIC X(8).
007090     10  FILLER                   PIC X(2) VALUE SPACES.
007100     10  DA-ORIGINAL-ENTRY-DATE   PIC 9(8).
007110     10  FILLER                   PIC X(2) VALUE SPACES.
007120     10  DA-DELETED-BY-OPERATOR   PIC X(8).
007130     10  FILLER                   PIC X(2) VALUE SPACES.
007140     10  DA-DELETE-DATE           PIC 9(8).
007150     10  FILLER                   PIC X(2) VALUE SPACES.
007160     10  DA-DELETE-TIME           PIC 9(8).
007170
007180*----------------------------------------------------------------
007190* PAY CONSTANTS. THE FICA RATE, FICA WAGE BASE AND FEDERAL
007200* WITHHOLDING BRACKETS ARE NO LONGER COMPILED IN -- THEY LOAD
007210* FROM THE EFFECTIVE-DATED TAX TABLE FILE AT START-UP, SELECTED
007220* BY THE RUN DATE, IN 1700-LOAD-TAX-RATES.
007230*----------------------------------------------------------------
007240 77  PAY-STANDARD-HOURS   PIC 9(3)  VALUE 40.
007250 77  PAY-OVERTIME-FACTOR  PIC 9V99  VALUE 1.50.
007260 77  PAY-YTD-MAX-ENTRIES  PIC 9(5) VALUE 50000.
007270
007280*----------------------------------------------------------------
007290* TAX RATES IN EFFECT FOR THIS RUN, LOADED FROM TAX-FILE. THE
007300* FEDERAL BRACKETS ARE MARGINAL -- EACH RATE APPLIES ONLY TO
007310* THE SLICE OF PERIOD GROSS BETWEEN ITS FLOOR AND THE NEXT
007320* BRACKET'S FLOOR.
007330*----------------------------------------------------------------
007340 01  PAY-TAX-STATUS             PIC X(2).
007350 01  PAY-END-OF-TAX             PIC X(1) VALUE 'N'.
007360 01  PAY-TAX-RATES-FOUND        PIC X(1) VALUE 'N'.
007370 01  PAY-TAX-EFFECTIVE-DATE     PIC 9(8) VALUE ZERO.
007380 01  PAY-FICA-RATE              PIC 9V9999 VALUE ZERO.
007390 01  PAY-FICA-WAGE-BASE         PIC 9(7)V99 VALUE ZERO.
007400 01  PAY-TAX-BRACKET-COUNT      PIC 9(1) VALUE ZERO.
007410 01  PAY-TAX-BRACKET-TABLE.
007420     05  PAY-TAX-BRACKET-ENTRY OCCURS 5 TIMES.
007430         10  PAY-TB-FLOOR           PIC 9(7)V99.
007440         10  PAY-TB-RATE            PIC 9V9999.
007450 01  PAY-TB-IDX                 PIC 9(1) COMP VALUE ZERO.
007460 01  PAY-TB-SLICE               PIC 9(9)V99 VALUE ZERO.
007470 01  PAY-TB-CEILING             PIC 9(9)V99 VALUE ZERO.
007480 01  PAY-TB-SCALED-FLOOR        PIC 9(9)V99 VALUE ZERO.
007490 01  PAY-TB-SCALE               PIC 9(3) VALUE 1.
007500 01  PAY-SINGLE-ALLOWANCE       PIC 9(7)V99 VALUE ZERO.
007510 01  PAY-MARRIED-ALLOWANCE      PIC 9(7)V99 VALUE ZERO.
007520 01  PAY-HEAD-ALLOWANCE         PIC 9(7)V99 VALUE ZERO.
007530
007540*----------------------------------------------------------------
007550* EMPLOYEE TAX PROFILE (W-4) WORK FIELDS. THE PROFILE FILE IS
007560* OPTIONAL -- WITHOUT IT EVERY EMPLOYEE IS WITHHELD ON THE
007570* PERIOD BRACKETS ALONE. FOR AN EMPLOYEE WITH A PROFILE THE
007580* WITHHOLDING IS FIGURED ON A YEAR OF WAGES AND BROUGHT BACK
007590* TO ONE PERIOD.
007600*----------------------------------------------------------------
007610 01  PAY-TPF-STATUS             PIC X(2).
007620 01  PAY-PROFILE-FILE-PRESENT   PIC X(1) VALUE 'N'.
007630 01  PAY-PROFILE-FOUND          PIC X(1) VALUE 'N'.
007640     88  PAY-PROFILE-ON-FILE    VALUE 'Y'.
007650 01  PAY-FED-TAXABLE-WAGES      PIC 9(9)V99 VALUE ZERO.
007660 01  PAY-FED-TAX-WORK           PIC 9(9)V99 VALUE ZERO.
007670 01  PAY-FED-ALLOWANCE          PIC 9(7)V99 VALUE ZERO.
007680 01  PAY-PROFILE-COUNT          PIC 9(7) COMP VALUE ZERO.
007690
007700*----------------------------------------------------------------
007710* STATE INCOME TAX TABLE, LOADED FROM STATE-TAX-FILE AT
007720* START-UP -- FOR EACH STATE, THE RECORD WITH THE LATEST
007730* EFFECTIVE DATE ON OR BEFORE THE RUN DATE. A MISSING FILE MEANS
007740* NO STATE TAX IS WITHHELD AND WORK STATES ARE NOT CHECKED
007750* AGAINST A TABLE. THE STATE BRACKETS ARE MARGINAL, LIKE THE
007760* FEDERAL ONES, AND SHARE THE PAY-TB CEILING AND SLICE FIELDS.
007770*----------------------------------------------------------------
007780 01  PAY-STX-STATUS             PIC X(2).
007790 01  PAY-END-OF-STX             PIC X(1) VALUE 'N'.
007800 01  PAY-STATE-FILE-PRESENT     PIC X(1) VALUE 'N'.
007810 01  PAY-STATE-FOUND            PIC X(1) VALUE 'N'.
007820 01  PAY-STATE-VALID            PIC X(1) VALUE 'N'.
007830     88  PAY-STATE-ON-FILE      VALUE 'Y'.
007840 01  PAY-STATE-TABLE.
007850     05  PAY-STATE-COUNT            PIC 9(3) COMP VALUE ZERO.
007860     05  PAY-STATE-ENTRY OCCURS 1 TO 60 TIMES
007870             DEPENDING ON PAY-STATE-COUNT
007880             INDEXED BY PAY-STATE-IDX.
007890         10  PAY-S-STATE-CODE       PIC X(2).
007900         10  PAY-S-EFFECTIVE-DATE   PIC 9(8).
007910         10  PAY-S-BRACKET-COUNT    PIC 9(1).
007920         10  PAY-S-BRACKET OCCURS 5 TIMES.
007930             15  PAY-S-FLOOR        PIC 9(7)V99.
007940             15  PAY-S-RATE         PIC 9V9999.
007950 77  PAY-STATE-MAX-ENTRIES      PIC 9(3) VALUE 60.
007960 01  PAY-SB-IDX                 PIC 9(1) COMP VALUE ZERO.
007970 01  PAY-STATE-TAX-AMOUNT       PIC 9(7)V99 VALUE ZERO.
007980 01  PAY-STATE-AVAILABLE        PIC S9(7)V99 VALUE ZERO.
007990 01  PAY-NO-STATE-COUNT         PIC 9(7) COMP VALUE ZERO.
008000
008010*----------------------------------------------------------------
008020* EMPLOYEE DEDUCTION MASTER TABLE, LOADED FROM DEDUCTION-FILE AT
008030* START-UP. A MISSING FILE MEANS NO VOLUNTARY DEDUCTIONS OR
008040* GARNISHMENTS ARE ON THE BOOKS -- NOT AN ERROR. THE WORK FIELDS
008050* BELOW HOLD THE AMOUNTS ACTUALLY TAKEN FOR THE EMPLOYEE BEING
008060* CALCULATED, UP TO THE FIVE ITEMIZED SLOTS THE MASTER CARRIES.
008070*----------------------------------------------------------------
008080 01  PAY-DEDUCT-STATUS          PIC X(2).
008090 01  PAY-END-OF-DEDUCT          PIC X(1) VALUE 'N'.
008100 01  PAY-DEDUCT-TABLE.
008110     05  PAY-DEDUCT-COUNT           PIC 9(5) COMP VALUE ZERO.
008120     05  PAY-DEDUCT-ENTRY OCCURS 1 TO 5000 TIMES
008130             DEPENDING ON PAY-DEDUCT-COUNT
008140             INDEXED BY PAY-DEDUCT-IDX.
008150         10  PAY-DE-EMPLOYEE-NUMBER PIC 9(9).
008160         10  PAY-DE-CODE            PIC X(3).
008170         10  PAY-DE-TYPE            PIC X(1).
008180         10  PAY-DE-METHOD          PIC X(1).
008190         10  PAY-DE-FLAT-AMOUNT     PIC 9(5)V99.
008200         10  PAY-DE-PERCENT         PIC 9V9999.
008210         10  PAY-DE-GOAL-AMOUNT     PIC 9(7)V99.
008220         10  PAY-DE-TAKEN-AMOUNT    PIC 9(9)V99.
008230         10  PAY-DE-PRIORITY        PIC 9(1).
008240         10  PAY-DE-TAX-TREATMENT   PIC X(1).
008250 77  PAY-DEDUCT-MAX-ENTRIES     PIC 9(5) VALUE 5000.
008260 01  PAY-WD-TOTAL               PIC 9(7)V99 VALUE ZERO.
008270 01  PAY-WD-COUNT               PIC 9(1) VALUE ZERO.
008280 01  PAY-WD-ITEM-TABLE.
008290     05  PAY-WD-ITEM OCCURS 5 TIMES.
008300         10  PAY-WD-CODE            PIC X(3).
008310         10  PAY-WD-AMOUNT          PIC 9(7)V99.
008320 01  PAY-WD-CLEAR-IDX           PIC 9(1) COMP VALUE ZERO.
008330 01  PAY-WD-MOVE-IDX            PIC 9(1) COMP VALUE ZERO.
008340 01  PAY-DED-AVAILABLE          PIC S9(7)V99 VALUE ZERO.
008350 01  PAY-DED-THIS-AMOUNT        PIC 9(7)V99 VALUE ZERO.
008360 01  PAY-DED-GOAL-REMAINING     PIC S9(9)V99 VALUE ZERO.
008370 01  PAY-DED-WANTED-PRIORITY    PIC 9(2) COMP VALUE ZERO.
008380 01  PAY-DED-SCAN-IDX           PIC 9(5) COMP VALUE ZERO.
008390 77  PAY-WD-MAX-ITEMS           PIC 9(1) VALUE 5.
008400
008410*----------------------------------------------------------------
008420* PRE-TAX DEDUCTION TOTALS FOR THE EMPLOYEE BEING CALCULATED.
008430* THE PRE-TAX PASS RUNS BEFORE FICA AND WITHHOLDING AND TAKES
008440* ONLY THE VOLUNTARY DEDUCTIONS MARKED F OR S; THE POST-TAX PASS
008450* TAKES THE GARNISHMENTS AND THE REST. BOTH FILL THE SAME
008460* ITEMIZED SLOTS. PAY-INCOME-TAX-WAGES IS GROSS LESS BOTH KINDS
008470* OF PRE-TAX DEDUCTION -- THE FEDERAL AND STATE TAXABLE WAGES.
008480*----------------------------------------------------------------
008490 01  PAY-DED-PASS               PIC X(1) VALUE 'A'.
008500     88  PAY-PRETAX-PASS        VALUE 'P'.
008510     88  PAY-POSTTAX-PASS       VALUE 'A'.
008520 01  PAY-PRETAX-FED-TOTAL       PIC 9(7)V99 VALUE ZERO.
008530 01  PAY-PRETAX-FICA-TOTAL      PIC 9(7)V99 VALUE ZERO.
008540 01  PAY-DEFERRAL-TOTAL         PIC 9(7)V99 VALUE ZERO.
008550 01  PAY-INCOME-TAX-WAGES       PIC 9(7)V99 VALUE ZERO.
008560
008570*----------------------------------------------------------------
008580* EMPLOYEE LEAVE BALANCE TABLE, LOADED FROM LEAVE-FILE AT
008590* START-UP FOR THE LEAVE-TAKEN (L) ACTION. A DRAW THAT PROVES
008600* GOOD REWRITES THE FILE AT ONCE, SO AN ABEND LATER IN THE RUN
008610* CANNOT LOSE IT. A MISSING FILE MEANS NO BALANCES ARE ON THE
008620* BOOKS YET AND EVERY LEAVE-TAKEN ENTRY REJECTS.
008630*----------------------------------------------------------------
008640 01  PAY-LVE-STATUS             PIC X(2).
008650 01  PAY-END-OF-LVE             PIC X(1) VALUE 'N'.
008660 01  PAY-LEAVE-FILE-PRESENT     PIC X(1) VALUE 'N'.
008670 01  PAY-LVE-TABLE.
008680     05  PAY-LVE-COUNT              PIC 9(5) COMP VALUE ZERO.
008690     05  PAY-LVE-ENTRY OCCURS 1 TO 50000 TIMES
008700             DEPENDING ON PAY-LVE-COUNT
008710             INDEXED BY PAY-LVE-IDX.
008720         10  PAY-L-EMPLOYEE-NUMBER  PIC 9(9).
008730         10  PAY-L-CLASS-CODE       PIC X(1).
008740         10  PAY-L-VAC-BALANCE      PIC 9(3)V99.
008750         10  PAY-L-SICK-BALANCE     PIC 9(3)V99.
008760         10  PAY-L-VAC-TAKEN-YTD    PIC 9(3)V99.
008770         10  PAY-L-SICK-TAKEN-YTD   PIC 9(3)V99.
008780 01  PAY-LVE-WRITE-IDX          PIC 9(5) COMP VALUE ZERO.
008790 01  PAY-LVE-MATCH-FOUND        PIC X(1) VALUE 'N'.
008800 01  PAY-LEAVE-TYPE             PIC X(1) VALUE SPACE.
008810     88  PAY-LEAVE-VACATION     VALUE 'V'.
008820     88  PAY-LEAVE-SICK         VALUE 'S'.
008830 01  PAY-LEAVE-HOURS            PIC 9(3)V99 VALUE ZERO.
008840 01  PAY-LEAVE-REMAINING        PIC 9(3)V99 VALUE ZERO.
008850 77  PAY-LVE-MAX-ENTRIES        PIC 9(5) VALUE 50000.
008860
008870*----------------------------------------------------------------
008880* RECALCULATION RUN MODE CONTROLS -- ACTION R RE-DERIVES GROSS,
008890* FICA, FEDERAL TAX AND NET FOR EVERY MASTER RECORD STILL IN
008900* THE OPEN PAY PERIOD, FOR WHEN A TAX TABLE CHANGE LANDS
008910* MID-CYCLE.
008920*----------------------------------------------------------------
008930 01  PAY-RECALC-READ-COUNT      PIC 9(7) COMP VALUE ZERO.
008940 01  PAY-RECALC-DONE-COUNT      PIC 9(7) COMP VALUE ZERO.
008950 01  PAY-RECALC-VOID-COUNT      PIC 9(7) COMP VALUE ZERO.
008960
008970*----------------------------------------------------------------
008980* OPERATOR SECURITY CONTROLS. THE OPERATOR FILE IS LOADED AT
008990* SIGN-ON; A FAILED-COUNT OR STATUS CHANGE REWRITES THE FILE AT
009000* ONCE SO A DISABLED ID STAYS DISABLED EVEN IF THE RUN ABENDS.
009010*----------------------------------------------------------------
009020 01  PAY-OPR-STATUS             PIC X(2).
009030 01  PAY-SLOG-STATUS            PIC X(2).
009040 01  PAY-END-OF-OPR             PIC X(1) VALUE 'N'.
009050 01  PAY-OPERATOR-LEVEL         PIC 9(1) VALUE ZERO.
009060 01  PAY-SIGNED-ON              PIC X(1) VALUE 'N'.
009070 01  PAY-SIGNON-ATTEMPTS        PIC 9(1) COMP VALUE ZERO.
009080 01  PAY-SIGNON-ID              PIC X(8) VALUE SPACES.
009090 01  PAY-SIGNON-PASSWORD        PIC X(8) VALUE SPACES.
009100 01  PAY-SIGNON-RESULT          PIC X(12) VALUE SPACES.
009110 01  PAY-OPR-TABLE.
009120     05  PAY-OPR-COUNT              PIC 9(3) COMP VALUE ZERO.
009130     05  PAY-OPR-ENTRY OCCURS 1 TO 100 TIMES
009140             DEPENDING ON PAY-OPR-COUNT
009150             INDEXED BY PAY-OPR-IDX.
009160         10  PAY-O-OPERATOR-ID      PIC X(8).
009170         10  PAY-O-PASSWORD         PIC X(8).
009180         10  PAY-O-AUTH-LEVEL       PIC 9(1).
009190         10  PAY-O-STATUS           PIC X(1).
009200         10  PAY-O-FAILED-COUNT     PIC 9(1).
009210 01  PAY-OPR-WRITE-IDX          PIC 9(3) COMP VALUE ZERO.
009220 77  PAY-OPR-MAX-ENTRIES        PIC 9(3) VALUE 100.
009230 77  PAY-SUPERVISOR-LEVEL       PIC 9(1) VALUE 2.
009240 77  PAY-MAX-SIGNON-FAILURES    PIC 9(1) VALUE 3.
009250
009260 PROCEDURE DIVISION.
009270
009280 0000-MAIN-PROCEDURE.
009290     PERFORM 1000-INITIALIZE-CREATE-PAYROLL-FILE
009300         THRU 1000-INITIALIZE-CREATE-PAYROLL-FILE-EXIT.
009310     PERFORM 2000-CREATE-PAYROLL-RECORD
009320         THRU 2000-CREATE-PAYROLL-RECORD-EXIT
009330         UNTIL END-INPUT = 'N'.
009340     PERFORM 9000-TERMINATE-CREATE-PAYROLL-FILE
009350         THRU 9000-TERMINATE-CREATE-PAYROLL-FILE-EXIT.
009360     STOP RUN.
009370
009380*----------------------------------------------------------------
009390* 1000-INITIALIZE-CREATE-PAYROLL-FILE -- OPEN THE INDEXED MASTER
009400* FOR UPDATE (CREATING IT ON A FIRST RUN EVER) AND TAKE THE
009410* BEFORE-COUNT FOR THE TERMINATION RECONCILIATION.
009420*----------------------------------------------------------------
009430 1000-INITIALIZE-CREATE-PAYROLL-FILE.
009440     PERFORM 1400-CHECK-PAY-CALENDAR
009450         THRU 1400-CHECK-PAY-CALENDAR-EXIT.
009460     PERFORM 1500-LOAD-DEPARTMENTS
009470         THRU 1500-LOAD-DEPARTMENTS-EXIT.
009480     PERFORM 1700-LOAD-TAX-RATES
009490         THRU 1700-LOAD-TAX-RATES-EXIT.
009500     PERFORM 1750-LOAD-STATE-TAX-RATES
009510         THRU 1750-LOAD-STATE-TAX-RATES-EXIT.
009520     PERFORM 1790-OPEN-TAX-PROFILES
009530         THRU 1790-OPEN-TAX-PROFILES-EXIT.
009540     PERFORM 1900-LOAD-DEDUCTIONS
009550         THRU 1900-LOAD-DEDUCTIONS-EXIT.
009560     PERFORM 1950-LOAD-LEAVE-BALANCES
009570         THRU 1950-LOAD-LEAVE-BALANCES-EXIT.
009580     PERFORM 1100-OPEN-MASTER-FILE
009590         THRU 1100-OPEN-MASTER-FILE-EXIT.
009600     OPEN OUTPUT EXCEPTION-FILE.
009610     OPEN INPUT TRANSACTION-FILE.
009620     IF PAY-TRANS-STATUS = '00'
009630         SET PAY-BATCH-MODE TO TRUE
009640         MOVE 'BATCH' TO PAY-OPERATOR-ID
009650         MOVE PAY-SUPERVISOR-LEVEL TO PAY-OPERATOR-LEVEL
009660         PERFORM 1600-VERIFY-BATCH-CONTROLS
009670             THRU 1600-VERIFY-BATCH-CONTROLS-EXIT
009680         PERFORM 2120-READ-TRANSACTION-RECORD
009690             THRU 2120-READ-TRANSACTION-RECORD-EXIT
009700     ELSE
009710         SET PAY-INTERACTIVE-MODE TO TRUE
009720         PERFORM 1800-OPERATOR-SIGN-ON
009730             THRU 1800-OPERATOR-SIGN-ON-EXIT
009740     END-IF.
009750     PERFORM 1200-CHECK-FOR-RESTART
009760         THRU 1200-CHECK-FOR-RESTART-EXIT.
009770     PERFORM 1300-LOAD-YTD-FILE
009780         THRU 1300-LOAD-YTD-FILE-EXIT.
009790 1000-INITIALIZE-CREATE-PAYROLL-FILE-EXIT.
009800     EXIT.
009810
009820*----------------------------------------------------------------
009830* 1100-OPEN-MASTER-FILE -- OPEN THE INDEXED MASTER FOR UPDATE.
009840* A MISSING MASTER FILE (FIRST RUN EVER) IS CREATED EMPTY AND
009850* REOPENED, NOT TREATED AS AN ERROR. THE BEFORE-COUNT IS TAKEN
009860* BY READING THROUGH THE FILE IN KEY ORDER.
009870*----------------------------------------------------------------
009880 1100-OPEN-MASTER-FILE.
009890     OPEN I-O PAYROLL-FILE.
009900     IF PAY-FILE-STATUS = '35' OR PAY-FILE-STATUS = '05'
009910         DISPLAY 'NO EXISTING PAYROLL MASTER FOUND - '
009920             'STARTING A NEW FILE.'
009930         OPEN OUTPUT PAYROLL-FILE
009940         CLOSE PAYROLL-FILE
009950         OPEN I-O PAYROLL-FILE
009960     END-IF.
009970     IF PAY-FILE-STATUS NOT = '00'
009980         DISPLAY 'ERROR OPENING PAYROLL MASTER - FILE STATUS: '
009990             PAY-FILE-STATUS ' - RUN TERMINATED.'
010000         STOP RUN
010010     END-IF.
010020     PERFORM 1150-COUNT-MASTER-RECORDS
010030         THRU 1150-COUNT-MASTER-RECORDS-EXIT.
010040     MOVE PAY-MASTER-COUNT TO PAY-MASTER-COUNT-BEFORE.
010050 1100-OPEN-MASTER-FILE-EXIT.
010060     EXIT.
010070
010080*----------------------------------------------------------------
010090* 1150-COUNT-MASTER-RECORDS -- READ THROUGH THE MASTER IN KEY
010100* ORDER AND COUNT THE RECORDS ON FILE. USED FOR THE BEFORE AND
010110* AFTER FIGURES ON THE TERMINATION RECONCILIATION.
010120*----------------------------------------------------------------
010130 1150-COUNT-MASTER-RECORDS.
010140     MOVE ZERO TO PAY-MASTER-COUNT.
010150     MOVE 'N' TO PAY-END-OF-MASTER.
010160     MOVE ZEROS TO OUT-EMPLOYEE-NUMBER.
010170     START PAYROLL-FILE KEY NOT < OUT-EMPLOYEE-NUMBER
010180         INVALID KEY
010190             MOVE 'Y' TO PAY-END-OF-MASTER
010200     END-START.
010210     PERFORM 1160-READ-NEXT-MASTER-RECORD
010220         THRU 1160-READ-NEXT-MASTER-RECORD-EXIT
010230         UNTIL PAY-END-OF-MASTER = 'Y'.
010240 1150-COUNT-MASTER-RECORDS-EXIT.
010250     EXIT.
010260
010270 1160-READ-NEXT-MASTER-RECORD.
010280     READ PAYROLL-FILE NEXT RECORD
010290         AT END
010300             MOVE 'Y' TO PAY-END-OF-MASTER
010310         NOT AT END
010320             ADD 1 TO PAY-MASTER-COUNT
010330     END-READ.
010340 1160-READ-NEXT-MASTER-RECORD-EXIT.
010350     EXIT.
010360
010370*----------------------------------------------------------------
010380* 1200-CHECK-FOR-RESTART -- IF A CHECKPOINT WAS LEFT BY A RUN
010390* THAT DID NOT REACH NORMAL TERMINATION, PICK UP AFTER THE LAST
010400* EMPLOYEE NUMBER SAVED INSTEAD OF RE-KEYING OR RE-APPLYING
010410* ENTRIES ALREADY ON THE MASTER.
010420*----------------------------------------------------------------
010430 1200-CHECK-FOR-RESTART.
010440     OPEN INPUT CHECKPOINT-FILE.
010450     IF PAY-CKPT-STATUS = '00'
010460         READ CHECKPOINT-FILE
010470         CLOSE CHECKPOINT-FILE
010480         IF CKPT-EMPLOYEE-NUMBER NOT = ZERO
010490             MOVE CKPT-EMPLOYEE-NUMBER TO
010500                 PAY-LAST-SAVED-EMPLOYEE-NUMBER
010510             DISPLAY 'RESTART CHECKPOINT FOUND - LAST '
010520                 'EMPLOYEE NUMBER SAVED: ' CKPT-EMPLOYEE-NUMBER
010530             IF PAY-BATCH-MODE
010540                 PERFORM 1210-SKIP-APPLIED-TRANSACTIONS
010550                     THRU 1210-SKIP-APPLIED-TRANSACTIONS-EXIT
010560             ELSE
010570                 DISPLAY 'RESUME ENTRY FROM THIS CHECKPOINT? '
010580                     'Y or N'
010590                 ACCEPT PAY-RESTART-RESPONSE
010600                 IF PAY-RESTART-RESPONSE = 'Y'
010610                     DISPLAY 'PRIOR ENTRIES UP THROUGH THAT '
010620                         'EMPLOYEE NUMBER DO NOT NEED TO BE '
010630                         'RE-KEYED.'
010640                 ELSE
010650                     DISPLAY 'CHECKPOINT NOT RESUMED - ENTRY '
010660                         'WILL START FRESH.'
010670                     MOVE ZERO TO PAY-LAST-SAVED-EMPLOYEE-NUMBER
010680                 END-IF
010690         END-IF
010700     ELSE
010710         CLOSE CHECKPOINT-FILE
010720     END-IF.
010730 1200-CHECK-FOR-RESTART-EXIT.
010740     EXIT.
010750
010760*----------------------------------------------------------------
010770* 1210-SKIP-APPLIED-TRANSACTIONS -- BATCH MODE ONLY. ADVANCE PAST
010780* TRANSACTION RECORDS UP TO AND INCLUDING THE LAST EMPLOYEE
010790* NUMBER SAVED AT THE LAST CHECKPOINT.
010800*----------------------------------------------------------------
010810 1210-SKIP-APPLIED-TRANSACTIONS.
010820     PERFORM 1220-SKIP-ONE-TRANSACTION
010830         THRU 1220-SKIP-ONE-TRANSACTION-EXIT
010840         UNTIL PAY-END-OF-TRANS = 'Y'
010850         OR TRANS-EMPLOYEE-NUMBER =
010860             PAY-LAST-SAVED-EMPLOYEE-NUMBER.
010870     IF PAY-END-OF-TRANS NOT = 'Y'
010880         PERFORM 2120-READ-TRANSACTION-RECORD
010890             THRU 2120-READ-TRANSACTION-RECORD-EXIT
010900     END-IF.
010910 1210-SKIP-APPLIED-TRANSACTIONS-EXIT.
010920     EXIT.
010930
010940 1220-SKIP-ONE-TRANSACTION.
010950     PERFORM 2120-READ-TRANSACTION-RECORD
010960         THRU 2120-READ-TRANSACTION-RECORD-EXIT.
010970 1220-SKIP-ONE-TRANSACTION-EXIT.
010980     EXIT.
010990
011000*----------------------------------------------------------------
011010* 1300-LOAD-YTD-FILE -- LOAD THE YEAR-TO-DATE GROSS FIGURES KEPT
011020* BY PeriodClose.cbl INTO PAY-YTD-TABLE. A MISSING YTD FILE IS
011030* THE FIRST PAY CYCLE OF THE YEAR, NOT AN ERROR -- THE TABLE IS
011040* LEFT EMPTY AND NO EMPLOYEE IS NEAR THE FICA WAGE BASE YET.
011050*----------------------------------------------------------------
011060 1300-LOAD-YTD-FILE.
011070     OPEN INPUT YTD-FILE.
011080     IF PAY-YTD-STATUS = '00'
011090         PERFORM 1310-READ-YTD-RECORD
011100             THRU 1310-READ-YTD-RECORD-EXIT
011110             UNTIL PAY-END-OF-YTD = 'Y'
011120     END-IF.
011130     CLOSE YTD-FILE.
011140 1300-LOAD-YTD-FILE-EXIT.
011150     EXIT.
011160
011170 1310-READ-YTD-RECORD.
011180     READ YTD-FILE
011190         AT END
011200             MOVE 'Y' TO PAY-END-OF-YTD
011210         NOT AT END
011220             IF PAY-YTD-COUNT < PAY-YTD-MAX-ENTRIES
011230                 ADD 1 TO PAY-YTD-COUNT
011240                 MOVE YTD-EMPLOYEE-NUMBER TO
011250                     PAY-Y-EMPLOYEE-NUMBER(PAY-YTD-COUNT)
011260                 MOVE YTD-GROSS-PAY TO
011270                     PAY-Y-GROSS-PAY(PAY-YTD-COUNT)
011280                 IF YTD-FICA-WAGES NUMERIC
011290                     MOVE YTD-FICA-WAGES TO
011300                         PAY-Y-FICA-WAGES(PAY-YTD-COUNT)
011310                 ELSE
011320                     MOVE YTD-GROSS-PAY TO
011330                         PAY-Y-FICA-WAGES(PAY-YTD-COUNT)
011340                 END-IF
011350             ELSE
011360                 DISPLAY 'YTD FILE RECORD COUNT EXCEEDS THE '
011370                     'IN-MEMORY TABLE CAPACITY - REMAINING YTD '
011380                     'RECORDS IGNORED - FICA CAP MAY NOT APPLY.'
011390                 MOVE 'Y' TO PAY-END-OF-YTD
011400             END-IF
011410     END-READ.
011420 1310-READ-YTD-RECORD-EXIT.
011430     EXIT.
011440
011450*----------------------------------------------------------------
011460* 1400-CHECK-PAY-CALENDAR -- FIND THE CALENDAR PERIOD COVERING
011470* THE RUN DATE. NO CALENDAR, NO COVERING PERIOD, OR A PERIOD
011480* THAT IS NOT OPEN ALL REFUSE THE RUN BEFORE ANY ENTRY IS
011490* ACCEPTED -- A CLOSED OR EXTRACTED PERIOD CANNOT BE KEYED INTO.
011500* WHEN SEVERAL PERIODS COVER THE RUN DATE, AN OPEN PERIOD BEATS
011510* A CLOSED OR EXTRACTED ONE, AND AN OPEN SUPPLEMENTAL PERIOD
011520* BEATS AN OPEN REGULAR ONE -- THE NEXT REGULAR PERIOD IS
011530* ALREADY OPEN BY THE TIME A CORRECTION IS KEYED, AND THE
011540* CORRECTION BELONGS TO THE SUPPLEMENTAL PERIOD. THE WHOLE
011550* CALENDAR IS SCANNED INSTEAD OF STOPPING AT THE FIRST
011560* COVERING PERIOD.
011570*----------------------------------------------------------------
011580 1400-CHECK-PAY-CALENDAR.
011590     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
011600     MOVE PAY-RUN-DATE(1:4) TO PAY-RUN-YEAR.
011610     OPEN INPUT CALENDAR-FILE.
011620     IF PAY-CAL-STATUS NOT = '00'
011630         DISPLAY 'NO PAY-PERIOD CALENDAR FILE FOUND - ENTRY '
011640             'NOT ACCEPTED - RUN TERMINATED.'
011650         STOP RUN
011660     END-IF.
011670     PERFORM 1410-READ-CALENDAR-RECORD
011680         THRU 1410-READ-CALENDAR-RECORD-EXIT
011690         UNTIL PAY-END-OF-CAL = 'Y'.
011700     CLOSE CALENDAR-FILE.
011710     IF NOT PAY-PERIOD-ON-CALENDAR
011720         DISPLAY 'NO PAY PERIOD ON THE CALENDAR COVERS RUN '
011730             'DATE ' PAY-RUN-DATE ' - RUN TERMINATED.'
011740         STOP RUN
011750     END-IF.
011760     IF NOT PAY-CURRENT-PERIOD-OPEN
011770         DISPLAY 'PAY PERIOD ' PAY-CURRENT-PERIOD ' IS NOT '
011780             'OPEN (STATUS ' PAY-CURRENT-PERIOD-STATUS ') - '
011790             'ENTRY NOT ACCEPTED - RUN TERMINATED.'
011800         STOP RUN
011810     END-IF.
011820     IF PAY-SUPPLEMENTAL-PERIOD
011830         DISPLAY 'SUPPLEMENTAL PAY PERIOD ' PAY-CURRENT-PERIOD
011840             ' IS OPEN FOR ENTRY - VOID AND ADJUSTMENT ACTIONS '
011850             'ARE ACCEPTED.'
011860     ELSE
011870         DISPLAY 'PAY PERIOD ' PAY-CURRENT-PERIOD ' IS OPEN '
011880             'FOR ENTRY.'
011890     END-IF.
011900     IF PAY-PERIODS-PER-YEAR = ZERO
011910         MOVE PAY-DEFAULT-PERIODS TO PAY-PERIODS-PER-YEAR
011920         DISPLAY 'NO REGULAR PERIODS ON THE CALENDAR END IN '
011930             PAY-RUN-YEAR ' - WITHHOLDING ANNUALIZED OVER '
011940             PAY-PERIODS-PER-YEAR ' PERIODS.'
011950     END-IF.
011960 1400-CHECK-PAY-CALENDAR-EXIT.
011970     EXIT.
011980
011990*----------------------------------------------------------------
012000* 1410-READ-CALENDAR-RECORD -- A PERIOD COVERING THE RUN DATE IS
012010* HELD. A PERIOD ALREADY HELD THAT IS OPEN IS ONLY REPLACED BY
012020* AN OPEN SUPPLEMENTAL PERIOD -- ON A CALENDAR SET UP AHEAD OF
012030* THE YEAR THE NEXT REGULAR PERIOD IS ALREADY OPEN WHEN A
012040* CORRECTION IS KEYED, AND THE SUPPLEMENTAL PERIOD IS THE ONE
012050* THE VOID/ADJUSTMENT ENTRY BELONGS TO. A BLANK PERIOD TYPE
012060* (SET UP BEFORE THE TYPE EXISTED) IS REGULAR. THE REGULAR
012070* PERIODS ENDING IN THE RUN YEAR ARE COUNTED ON THE WAY THROUGH
012080* -- THAT IS THE PAY FREQUENCY FEDERAL WITHHOLDING IS
012090* ANNUALIZED OVER.
012100*----------------------------------------------------------------
012110 1410-READ-CALENDAR-RECORD.
012120     READ CALENDAR-FILE
012130         AT END
012140             MOVE 'Y' TO PAY-END-OF-CAL
012150         NOT AT END
012160             IF NOT CAL-TYPE-SUPPLEMENTAL
012170                 AND CAL-END-DATE(1:4) = PAY-RUN-YEAR
012180                 ADD 1 TO PAY-PERIODS-PER-YEAR
012190             END-IF
012200             IF PAY-RUN-DATE >= CAL-START-DATE
012210                 AND PAY-RUN-DATE <= CAL-END-DATE
012220                 AND (NOT PAY-PERIOD-ON-CALENDAR
012230                     OR NOT PAY-CURRENT-PERIOD-OPEN
012240                     OR (CAL-PERIOD-OPEN
012250                         AND CAL-TYPE-SUPPLEMENTAL))
012260                 MOVE 'Y' TO PAY-PERIOD-FOUND
012270                 MOVE CAL-PERIOD-NUMBER TO PAY-CURRENT-PERIOD
012280                 MOVE CAL-STATUS TO PAY-CURRENT-PERIOD-STATUS
012290                 IF CAL-PERIOD-TYPE = 'S'
012300                     MOVE 'S' TO PAY-CURRENT-PERIOD-TYPE
012310                 ELSE
012320                     MOVE 'R' TO PAY-CURRENT-PERIOD-TYPE
012330                 END-IF
012340             END-IF
012350     END-READ.
012360 1410-READ-CALENDAR-RECORD-EXIT.
012370     EXIT.
012380
012390*----------------------------------------------------------------
012400* 1500-LOAD-DEPARTMENTS -- LOAD THE DEPARTMENT REFERENCE FILE
012410* INTO PAY-DEPT-TABLE. THE FILE IS REQUIRED -- WITHOUT IT NO
012420* DEPARTMENT CODE COULD VALIDATE AND EVERY ENTRY WOULD REJECT.
012430*----------------------------------------------------------------
012440 1500-LOAD-DEPARTMENTS.
012450     OPEN INPUT DEPT-FILE.
012460     IF PAY-DEPT-STATUS NOT = '00'
012470         DISPLAY 'NO DEPARTMENT REFERENCE FILE FOUND - ENTRY '
012480             'NOT ACCEPTED - RUN TERMINATED.'
012490         STOP RUN
012500     END-IF.
012510     PERFORM 1510-READ-DEPT-RECORD
012520         THRU 1510-READ-DEPT-RECORD-EXIT
012530         UNTIL PAY-END-OF-DEPT = 'Y'.
012540     CLOSE DEPT-FILE.
012550     IF PAY-DEPT-COUNT = ZERO
012560         DISPLAY 'DEPARTMENT REFERENCE FILE IS EMPTY - ENTRY '
012570             'NOT ACCEPTED - RUN TERMINATED.'
012580         STOP RUN
012590     END-IF.
012600 1500-LOAD-DEPARTMENTS-EXIT.
012610     EXIT.
012620
012630 1510-READ-DEPT-RECORD.
012640     READ DEPT-FILE
012650         AT END
012660             MOVE 'Y' TO PAY-END-OF-DEPT
012670         NOT AT END
012680             IF PAY-DEPT-COUNT < PAY-DEPT-MAX-ENTRIES
012690                 ADD 1 TO PAY-DEPT-COUNT
012700                 MOVE DEPT-CODE TO
012710                     PAY-D-DEPT-CODE(PAY-DEPT-COUNT)
012720                 MOVE DEPT-NAME TO
012730                     PAY-D-DEPT-NAME(PAY-DEPT-COUNT)
012740             ELSE
012750                 DISPLAY 'DEPARTMENT FILE EXCEEDS THE '
012760                     PAY-DEPT-MAX-ENTRIES ' ENTRY TABLE '
012770                     'CAPACITY - RUN TERMINATED.'
012780                 CLOSE DEPT-FILE
012790                 STOP RUN
012800             END-IF
012810     END-READ.
012820 1510-READ-DEPT-RECORD-EXIT.
012830     EXIT.
012840
012850*----------------------------------------------------------------
012860* 1600-VERIFY-BATCH-CONTROLS -- PRE-SCAN THE WHOLE TRANSACTION
012870* FILE AND PROVE THE TRAILER'S RECORD COUNT, EMPLOYEE-NUMBER
012880* HASH TOTAL AND HOURS TOTAL AGAINST WHAT IS ACTUALLY ON THE
012890* FILE, AND PROVE THE BATCH NUMBER HAS NOT ALREADY BEEN APPLIED.
012900* ANY FAILURE REJECTS THE WHOLE BATCH BEFORE A SINGLE
012910* TRANSACTION IS APPLIED OR CHECKPOINTED. ON SUCCESS THE FILE IS
012920* REOPENED AT THE TOP FOR NORMAL PROCESSING.
012930*----------------------------------------------------------------
012940 1600-VERIFY-BATCH-CONTROLS.
012950     PERFORM 1610-SCAN-ONE-TRANSACTION
012960         THRU 1610-SCAN-ONE-TRANSACTION-EXIT
012970         UNTIL PAY-END-OF-TRANS = 'Y'.
012980     CLOSE TRANSACTION-FILE.
012990     IF PAY-BC-HEADER-SEEN NOT = 'Y'
013000         DISPLAY 'TRANSACTION FILE HAS NO BATCH CONTROL '
013010             'HEADER - BATCH REJECTED.'
013020         MOVE 'N' TO PAY-BC-VERIFY-OK
013030     END-IF.
013040     IF PAY-BC-TRAILER-SEEN NOT = 'Y'
013050         DISPLAY 'TRANSACTION FILE HAS NO BATCH CONTROL '
013060             'TRAILER (TRUNCATED TRANSFER?) - BATCH REJECTED.'
013070         MOVE 'N' TO PAY-BC-VERIFY-OK
013080     END-IF.
013090     IF PAY-BC-VERIFY-OK = 'Y'
013100         IF PAY-BC-EXPECT-COUNT NOT = PAY-BC-ACTUAL-COUNT
013110             DISPLAY 'BATCH RECORD COUNT MISMATCH - TRAILER '
013120                 'SAYS ' PAY-BC-EXPECT-COUNT ' BUT FILE HAS '
013130                 PAY-BC-ACTUAL-COUNT ' - BATCH REJECTED.'
013140             MOVE 'N' TO PAY-BC-VERIFY-OK
013150         END-IF
013160         IF PAY-BC-EXPECT-HASH NOT = PAY-BC-ACTUAL-HASH
013170             DISPLAY 'EMPLOYEE NUMBER HASH TOTAL MISMATCH - '
013180                 'TRAILER SAYS ' PAY-BC-EXPECT-HASH ' BUT FILE '
013190                 'HASHES TO ' PAY-BC-ACTUAL-HASH ' - BATCH '
013200                 'REJECTED.'
013210             MOVE 'N' TO PAY-BC-VERIFY-OK
013220         END-IF
013230         IF PAY-BC-EXPECT-HOURS NOT = PAY-BC-ACTUAL-HOURS
013240             DISPLAY 'HOURS-WORKED TOTAL MISMATCH - TRAILER '
013250                 'SAYS ' PAY-BC-EXPECT-HOURS ' BUT FILE TOTALS '
013260                 PAY-BC-ACTUAL-HOURS ' - BATCH REJECTED.'
013270             MOVE 'N' TO PAY-BC-VERIFY-OK
013280         END-IF
013290     END-IF.
013300     IF PAY-BC-VERIFY-OK = 'Y'
013310         PERFORM 1650-CHECK-BATCH-ALREADY-APPLIED
013320             THRU 1650-CHECK-BATCH-ALREADY-APPLIED-EXIT
013330     END-IF.
013340     IF PAY-BC-VERIFY-OK NOT = 'Y'
013350         DISPLAY 'BATCH ' PAY-BC-BATCH-NUMBER ' FROM SITE '
013360             PAY-BC-ORIGIN-SITE ' REJECTED - NO TRANSACTIONS '
013370             'WERE APPLIED.'
013380         CLOSE PAYROLL-FILE
013390         CLOSE EXCEPTION-FILE
013400         STOP RUN
013410     END-IF.
013420     DISPLAY 'BATCH ' PAY-BC-BATCH-NUMBER ' FROM SITE '
013430         PAY-BC-ORIGIN-SITE ' CREATED ' PAY-BC-CREATION-DATE
013440         ' VERIFIED - ' PAY-BC-EXPECT-COUNT ' TRANSACTIONS.'.
013450     MOVE 'N' TO PAY-END-OF-TRANS.
013460     OPEN INPUT TRANSACTION-FILE.
013470 1600-VERIFY-BATCH-CONTROLS-EXIT.
013480     EXIT.
013490
013500 1610-SCAN-ONE-TRANSACTION.
013510     READ TRANSACTION-FILE
013520         AT END
013530             MOVE 'Y' TO PAY-END-OF-TRANS
013540         NOT AT END
013550             EVALUATE TRANS-ACTION-CODE
013560                 WHEN 'H'
013570                     MOVE 'Y' TO PAY-BC-HEADER-SEEN
013580                     MOVE BH-BATCH-NUMBER TO PAY-BC-BATCH-NUMBER
013590                     MOVE BH-CREATION-DATE TO
013600                         PAY-BC-CREATION-DATE
013610                     MOVE BH-ORIGIN-SITE TO PAY-BC-ORIGIN-SITE
013620                 WHEN 'T'
013630                     MOVE 'Y' TO PAY-BC-TRAILER-SEEN
013640                     MOVE BT-RECORD-COUNT TO PAY-BC-EXPECT-COUNT
013650                     MOVE BT-EMPLOYEE-HASH-TOTAL TO
013660                         PAY-BC-EXPECT-HASH
013670                     MOVE BT-HOURS-TOTAL TO PAY-BC-EXPECT-HOURS
013680                 WHEN OTHER
013690                     ADD 1 TO PAY-BC-ACTUAL-COUNT
013700                     IF TRANS-EMPLOYEE-NUMBER NUMERIC
013710                         ADD TRANS-EMPLOYEE-NUMBER TO
013720                             PAY-BC-ACTUAL-HASH
013730                     END-IF
013740                     IF TRANS-HOURS-WORKED NUMERIC
013750                         ADD TRANS-HOURS-WORKED TO
013760                             PAY-BC-ACTUAL-HOURS
013770                     END-IF
013780             END-EVALUATE
013790     END-READ.
013800 1610-SCAN-ONE-TRANSACTION-EXIT.
013810     EXIT.
013820
013830*----------------------------------------------------------------
013840* 1650-CHECK-BATCH-ALREADY-APPLIED -- SCAN THE PROCESSED-BATCH
013850* LOG FOR THIS BATCH NUMBER. A HIT MEANS SOMEONE IS FEEDING THE
013860* SAME FILE (OR THE SAME BATCH NUMBER) IN A SECOND TIME.
013870*----------------------------------------------------------------
013880 1650-CHECK-BATCH-ALREADY-APPLIED.
013890     OPEN INPUT BATCH-LOG-FILE.
013900     IF PAY-BLOG-STATUS = '00'
013910         PERFORM 1660-READ-BATCH-LOG
013920             THRU 1660-READ-BATCH-LOG-EXIT
013930             UNTIL PAY-END-OF-BLOG = 'Y'
013940             OR PAY-BC-DUPLICATE = 'Y'
013950     END-IF.
013960     CLOSE BATCH-LOG-FILE.
013970     IF PAY-BC-DUPLICATE = 'Y'
013980         DISPLAY 'BATCH ' PAY-BC-BATCH-NUMBER ' WAS ALREADY '
013990             'APPLIED ON ' PAY-BC-APPLIED-DATE ' - BATCH '
014000             'REJECTED.'
014010         MOVE 'N' TO PAY-BC-VERIFY-OK
014020     END-IF.
014030 1650-CHECK-BATCH-ALREADY-APPLIED-EXIT.
014040     EXIT.
014050
014060 1660-READ-BATCH-LOG.
014070     READ BATCH-LOG-FILE
014080         AT END
014090             MOVE 'Y' TO PAY-END-OF-BLOG
014100         NOT AT END
014110             IF BLOG-BATCH-NUMBER = PAY-BC-BATCH-NUMBER
014120                 MOVE 'Y' TO PAY-BC-DUPLICATE
014130                 MOVE BLOG-APPLIED-DATE TO PAY-BC-APPLIED-DATE
014140             END-IF
014150     END-READ.
014160 1660-READ-BATCH-LOG-EXIT.
014170     EXIT.
014180
014190*----------------------------------------------------------------
014200* 1700-LOAD-TAX-RATES -- READ THE EFFECTIVE-DATED TAX TABLE AND
014210* KEEP THE RECORD WITH THE LATEST EFFECTIVE DATE ON OR BEFORE
014220* THE RUN DATE. NO TABLE FILE, OR NO RECORD YET IN EFFECT,
014230* REFUSES THE RUN -- PAY CANNOT BE CALCULATED WITHOUT RATES.
014240*----------------------------------------------------------------
014250 1700-LOAD-TAX-RATES.
014260     OPEN INPUT TAX-FILE.
014270     IF PAY-TAX-STATUS NOT = '00'
014280         DISPLAY 'NO TAX RATE TABLE FILE FOUND - PAY CANNOT BE '
014290             'CALCULATED - RUN TERMINATED.'
014300         STOP RUN
014310     END-IF.
014320     PERFORM 1710-READ-TAX-RECORD
014330         THRU 1710-READ-TAX-RECORD-EXIT
014340         UNTIL PAY-END-OF-TAX = 'Y'.
014350     CLOSE TAX-FILE.
014360     IF PAY-TAX-RATES-FOUND NOT = 'Y'
014370         DISPLAY 'NO TAX TABLE RECORD IS IN EFFECT FOR RUN '
014380             'DATE ' PAY-RUN-DATE ' - RUN TERMINATED.'
014390         STOP RUN
014400     END-IF.
014410     DISPLAY 'TAX RATES EFFECTIVE ' PAY-TAX-EFFECTIVE-DATE
014420         ' IN USE - FICA RATE ' PAY-FICA-RATE ' - '
014430         PAY-TAX-BRACKET-COUNT ' FEDERAL BRACKETS.'.
014440     DISPLAY 'W-4 ANNUAL ALLOWANCES - SINGLE '
014450         PAY-SINGLE-ALLOWANCE ' MARRIED ' PAY-MARRIED-ALLOWANCE
014460         ' HEAD OF HOUSEHOLD ' PAY-HEAD-ALLOWANCE '.'.
014470 1700-LOAD-TAX-RATES-EXIT.
014480     EXIT.
014490
014500*----------------------------------------------------------------
014510* 1710-READ-TAX-RECORD -- A RECORD EFFECTIVE ON OR BEFORE THE
014520* RUN DATE AND LATER THAN ANY KEPT SO FAR REPLACES THE RATES
014530* BEING HELD. RECORDS EFFECTIVE IN THE FUTURE ARE IGNORED.
014540*----------------------------------------------------------------
014550 1710-READ-TAX-RECORD.
014560     READ TAX-FILE
014570         AT END
014580             MOVE 'Y' TO PAY-END-OF-TAX
014590         NOT AT END
014600             IF TAX-EFFECTIVE-DATE <= PAY-RUN-DATE
014610                 AND TAX-EFFECTIVE-DATE >=
014620                     PAY-TAX-EFFECTIVE-DATE
014630                 MOVE 'Y' TO PAY-TAX-RATES-FOUND
014640                 MOVE TAX-EFFECTIVE-DATE TO
014650                     PAY-TAX-EFFECTIVE-DATE
014660                 MOVE TAX-FICA-RATE TO PAY-FICA-RATE
014670                 MOVE TAX-FICA-WAGE-BASE TO PAY-FICA-WAGE-BASE
014680                 MOVE TAX-BRACKET-COUNT TO
014690                     PAY-TAX-BRACKET-COUNT
014700                 IF PAY-TAX-BRACKET-COUNT = ZERO
014710                     OR PAY-TAX-BRACKET-COUNT > 5
014720                     DISPLAY 'TAX TABLE RECORD EFFECTIVE '
014730                         TAX-EFFECTIVE-DATE ' HAS AN INVALID '
014740                         'BRACKET COUNT OF '
014750                         PAY-TAX-BRACKET-COUNT ' - RUN '
014760                         'TERMINATED.'
014770                     CLOSE TAX-FILE
014780                     STOP RUN
014790                 END-IF
014800                 PERFORM 1720-KEEP-ONE-BRACKET
014810                     THRU 1720-KEEP-ONE-BRACKET-EXIT
014820                     VARYING PAY-TB-IDX FROM 1 BY 1
014830                     UNTIL PAY-TB-IDX > PAY-TAX-BRACKET-COUNT
014840                 PERFORM 1730-KEEP-ALLOWANCES
014850                     THRU 1730-KEEP-ALLOWANCES-EXIT
014860             END-IF
014870     END-READ.
014880 1710-READ-TAX-RECORD-EXIT.
014890     EXIT.
014900
014910 1720-KEEP-ONE-BRACKET.
014920     MOVE TAX-BRACKET-FLOOR(PAY-TB-IDX) TO
014930         PAY-TB-FLOOR(PAY-TB-IDX).
014940     MOVE TAX-BRACKET-RATE(PAY-TB-IDX) TO
014950         PAY-TB-RATE(PAY-TB-IDX).
014960 1720-KEEP-ONE-BRACKET-EXIT.
014970     EXIT.
014980
014990*----------------------------------------------------------------
015000* 1730-KEEP-ALLOWANCES -- THE ANNUAL FILING-STATUS ALLOWANCES
015010* WERE ADDED TO THE END OF THE TAX RECORD; A RECORD SET UP
015020* BEFORE THEY EXISTED CARRIES NONE.
015030*----------------------------------------------------------------
015040 1730-KEEP-ALLOWANCES.
015050     IF TAX-SINGLE-ALLOWANCE NUMERIC
015060         MOVE TAX-SINGLE-ALLOWANCE TO PAY-SINGLE-ALLOWANCE
015070     ELSE
015080         MOVE ZERO TO PAY-SINGLE-ALLOWANCE
015090     END-IF.
015100     IF TAX-MARRIED-ALLOWANCE NUMERIC
015110         MOVE TAX-MARRIED-ALLOWANCE TO PAY-MARRIED-ALLOWANCE
015120     ELSE
015130         MOVE ZERO TO PAY-MARRIED-ALLOWANCE
015140     END-IF.
015150     IF TAX-HEAD-ALLOWANCE NUMERIC
015160         MOVE TAX-HEAD-ALLOWANCE TO PAY-HEAD-ALLOWANCE
015170     ELSE
015180         MOVE ZERO TO PAY-HEAD-ALLOWANCE
015190     END-IF.
015200 1730-KEEP-ALLOWANCES-EXIT.
015210     EXIT.
015220
015230*----------------------------------------------------------------
015240* 1750-LOAD-STATE-TAX-RATES -- LOAD THE STATE INCOME TAX TABLE.
015250* UNLIKE THE FEDERAL TABLE THE FILE IS OPTIONAL: WITHOUT IT NO
015260* STATE TAX IS WITHHELD AND ANY WORK STATE IS ACCEPTED.
015270*----------------------------------------------------------------
015280 1750-LOAD-STATE-TAX-RATES.
015290     OPEN INPUT STATE-TAX-FILE.
015300     IF PAY-STX-STATUS NOT = '00'
015310         DISPLAY 'NO STATE TAX TABLE FILE FOUND - NO STATE '
015320             'INCOME TAX WILL BE WITHHELD.'
015330         GO TO 1750-LOAD-STATE-TAX-RATES-EXIT
015340     END-IF.
015350     MOVE 'Y' TO PAY-STATE-FILE-PRESENT.
015360     PERFORM 1760-READ-STATE-TAX-RECORD
015370         THRU 1760-READ-STATE-TAX-RECORD-EXIT
015380         UNTIL PAY-END-OF-STX = 'Y'.
015390     CLOSE STATE-TAX-FILE.
015400     DISPLAY 'STATE TAX TABLE LOADED - ' PAY-STATE-COUNT
015410         ' STATES IN EFFECT.'.
015420 1750-LOAD-STATE-TAX-RATES-EXIT.
015430     EXIT.
015440
015450*----------------------------------------------------------------
015460* 1760-READ-STATE-TAX-RECORD -- RECORDS EFFECTIVE IN THE FUTURE
015470* (OR WITH NO STATE CODE) ARE IGNORED.
015480*----------------------------------------------------------------
015490 1760-READ-STATE-TAX-RECORD.
015500     READ STATE-TAX-FILE
015510         AT END
015520             MOVE 'Y' TO PAY-END-OF-STX
015530         NOT AT END
015540             IF STX-STATE-CODE NOT = SPACES
015550                 AND STX-EFFECTIVE-DATE NUMERIC
015560                 AND STX-EFFECTIVE-DATE <= PAY-RUN-DATE
015570                 PERFORM 1770-KEEP-STATE-RECORD
015580                     THRU 1770-KEEP-STATE-RECORD-EXIT
015590             END-IF
015600     END-READ.
015610 1760-READ-STATE-TAX-RECORD-EXIT.
015620     EXIT.
015630
015640*----------------------------------------------------------------
015650* 1770-KEEP-STATE-RECORD -- A STATE NOT YET IN THE TABLE IS
015660* ADDED; A STATE ALREADY THERE IS REPLACED ONLY BY A RECORD
015670* EFFECTIVE ON OR AFTER THE ONE BEING HELD.
015680*----------------------------------------------------------------
015690 1770-KEEP-STATE-RECORD.
015700     IF STX-BRACKET-COUNT NOT NUMERIC
015710         OR STX-BRACKET-COUNT > 5
015720         DISPLAY 'STATE TAX TABLE RECORD FOR ' STX-STATE-CODE
015730             ' EFFECTIVE ' STX-EFFECTIVE-DATE ' HAS AN INVALID '
015740             'BRACKET COUNT - RUN TERMINATED.'
015750         CLOSE STATE-TAX-FILE
015760         STOP RUN
015770     END-IF.
015780     MOVE 'N' TO PAY-STATE-FOUND.
015790     IF PAY-STATE-COUNT > ZERO
015800         SET PAY-STATE-IDX TO 1
015810         SEARCH PAY-STATE-ENTRY
015820             AT END
015830                 CONTINUE
015840             WHEN PAY-S-STATE-CODE(PAY-STATE-IDX) =
015850                     STX-STATE-CODE
015860                 MOVE 'Y' TO PAY-STATE-FOUND
015870         END-SEARCH
015880     END-IF.
015890     IF PAY-STATE-FOUND = 'Y'
015900         IF STX-EFFECTIVE-DATE <
015910                 PAY-S-EFFECTIVE-DATE(PAY-STATE-IDX)
015920             GO TO 1770-KEEP-STATE-RECORD-EXIT
015930         END-IF
015940     ELSE
015950         IF PAY-STATE-COUNT >= PAY-STATE-MAX-ENTRIES
015960             DISPLAY 'STATE TAX FILE EXCEEDS THE '
015970                 PAY-STATE-MAX-ENTRIES ' ENTRY TABLE '
015980                 'CAPACITY - RUN TERMINATED.'
015990             CLOSE STATE-TAX-FILE
016000             STOP RUN
016010         END-IF
016020         ADD 1 TO PAY-STATE-COUNT
016030         SET PAY-STATE-IDX TO PAY-STATE-COUNT
016040         MOVE STX-STATE-CODE TO PAY-S-STATE-CODE(PAY-STATE-IDX)
016050     END-IF.
016060     MOVE STX-EFFECTIVE-DATE TO
016070         PAY-S-EFFECTIVE-DATE(PAY-STATE-IDX).
016080     MOVE STX-BRACKET-COUNT TO
016090         PAY-S-BRACKET-COUNT(PAY-STATE-IDX).
016100     PERFORM 1780-KEEP-ONE-STATE-BRACKET
016110         THRU 1780-KEEP-ONE-STATE-BRACKET-EXIT
016120         VARYING PAY-SB-IDX FROM 1 BY 1
016130         UNTIL PAY-SB-IDX > STX-BRACKET-COUNT.
016140 1770-KEEP-STATE-RECORD-EXIT.
016150     EXIT.
016160
016170 1780-KEEP-ONE-STATE-BRACKET.
016180     MOVE STX-BRACKET-FLOOR(PAY-SB-IDX) TO
016190         PAY-S-FLOOR(PAY-STATE-IDX, PAY-SB-IDX).
016200     MOVE STX-BRACKET-RATE(PAY-SB-IDX) TO
016210         PAY-S-RATE(PAY-STATE-IDX, PAY-SB-IDX).
016220 1780-KEEP-ONE-STATE-BRACKET-EXIT.
016230     EXIT.
016240
016250*----------------------------------------------------------------
016260* 1790-OPEN-TAX-PROFILES -- OPEN THE EMPLOYEE TAX PROFILE MASTER
016270* FOR KEYED LOOK-UP. THE FILE IS OPTIONAL: WITHOUT IT FEDERAL
016280* TAX IS WITHHELD ON THE PERIOD BRACKETS ALONE.
016290*----------------------------------------------------------------
016300 1790-OPEN-TAX-PROFILES.
016310     OPEN INPUT TAX-PROFILE-FILE.
016320     IF PAY-TPF-STATUS NOT = '00'
016330         DISPLAY 'NO TAX PROFILE MASTER FOUND - FEDERAL TAX '
016340             'WILL BE WITHHELD ON THE PERIOD BRACKETS ALONE.'
016350         GO TO 1790-OPEN-TAX-PROFILES-EXIT
016360     END-IF.
016370     MOVE 'Y' TO PAY-PROFILE-FILE-PRESENT.
016380     DISPLAY 'FEDERAL WITHHOLDING ANNUALIZED OVER '
016390         PAY-PERIODS-PER-YEAR ' PERIODS FOR EMPLOYEES WITH A '
016400         'TAX PROFILE.'.
016410 1790-OPEN-TAX-PROFILES-EXIT.
016420     EXIT.
016430
016440*----------------------------------------------------------------
016450* 1800-OPERATOR-SIGN-ON -- VALIDATE THE OPERATOR AGAINST THE
016460* SECURITY FILE. UP TO THREE ATTEMPTS; EVERY ATTEMPT IS LOGGED;
016470* THE THIRD FAILURE AGAINST AN ID DISABLES IT ON THE SPOT. THE
016480* UNVERIFIED EIGHT CHARACTERS THAT USED TO GO STRAIGHT INTO THE
016490* AUDIT TRAIL ARE GONE -- AUD-OPERATOR-ID NOW CARRIES AN ID
016500* THAT PROVED ITS PASSWORD.
016510*----------------------------------------------------------------
016520 1800-OPERATOR-SIGN-ON.
016530     PERFORM 1810-LOAD-OPERATORS
016540         THRU 1810-LOAD-OPERATORS-EXIT.
016550     PERFORM 1830-ONE-SIGN-ON-ATTEMPT
016560         THRU 1830-ONE-SIGN-ON-ATTEMPT-EXIT
016570         UNTIL PAY-SIGNED-ON = 'Y'
016580         OR PAY-SIGNON-ATTEMPTS >= PAY-MAX-SIGNON-FAILURES.
016590     IF PAY-SIGNED-ON NOT = 'Y'
016600         DISPLAY 'SIGN-ON FAILED - RUN TERMINATED.'
016610         CLOSE PAYROLL-FILE
016620         CLOSE EXCEPTION-FILE
016630         STOP RUN
016640     END-IF.
016650 1800-OPERATOR-SIGN-ON-EXIT.
016660     EXIT.
016670
016680*----------------------------------------------------------------
016690* 1810-LOAD-OPERATORS -- THE SECURITY FILE IS REQUIRED. WITHOUT
016700* IT NO OPERATOR COULD BE VERIFIED AND NO ENTRY IS ACCEPTED.
016710*----------------------------------------------------------------
016720 1810-LOAD-OPERATORS.
016730     OPEN INPUT OPERATOR-FILE.
016740     IF PAY-OPR-STATUS NOT = '00'
016750         DISPLAY 'NO OPERATOR SECURITY FILE FOUND - ENTRY NOT '
016760             'ACCEPTED - RUN TERMINATED.'
016770         CLOSE PAYROLL-FILE
016780         CLOSE EXCEPTION-FILE
016790         STOP RUN
016800     END-IF.
016810     PERFORM 1820-READ-OPERATOR-RECORD
016820         THRU 1820-READ-OPERATOR-RECORD-EXIT
016830         UNTIL PAY-END-OF-OPR = 'Y'.
016840     CLOSE OPERATOR-FILE.
016850     IF PAY-OPR-COUNT = ZERO
016860         DISPLAY 'OPERATOR SECURITY FILE IS EMPTY - ENTRY NOT '
016870             'ACCEPTED - RUN TERMINATED.'
016880         CLOSE PAYROLL-FILE
016890         CLOSE EXCEPTION-FILE
016900         STOP RUN
016910     END-IF.
016920 1810-LOAD-OPERATORS-EXIT.
016930     EXIT.
016940
016950 1820-READ-OPERATOR-RECORD.
016960     READ OPERATOR-FILE
016970         AT END
016980             MOVE 'Y' TO PAY-END-OF-OPR
016990         NOT AT END
017000             IF PAY-OPR-COUNT < PAY-OPR-MAX-ENTRIES
017010                 ADD 1 TO PAY-OPR-COUNT
017020                 MOVE OPR-OPERATOR-ID TO
017030                     PAY-O-OPERATOR-ID(PAY-OPR-COUNT)
017040                 MOVE OPR-PASSWORD TO
017050                     PAY-O-PASSWORD(PAY-OPR-COUNT)
017060                 MOVE OPR-AUTH-LEVEL TO
017070                     PAY-O-AUTH-LEVEL(PAY-OPR-COUNT)
017080                 MOVE OPR-STATUS TO
017090                     PAY-O-STATUS(PAY-OPR-COUNT)
017100                 MOVE OPR-FAILED-COUNT TO
017110                     PAY-O-FAILED-COUNT(PAY-OPR-COUNT)
017120             ELSE
017130                 DISPLAY 'OPERATOR FILE EXCEEDS THE '
017140                     PAY-OPR-MAX-ENTRIES ' ENTRY TABLE '
017150                     'CAPACITY - RUN TERMINATED.'
017160                 CLOSE OPERATOR-FILE
017170                 STOP RUN
017180             END-IF
017190     END-READ.
017200 1820-READ-OPERATOR-RECORD-EXIT.
017210     EXIT.
017220
017230*----------------------------------------------------------------
017240* 1830-ONE-SIGN-ON-ATTEMPT -- ONE ID/PASSWORD PROMPT. A FAILED
017250* PASSWORD BUMPS THE ID'S FAILED COUNT AND THE THIRD FAILURE
017260* DISABLES IT; A GOOD SIGN-ON CLEARS THE COUNT. EITHER WAY THE
017270* SECURITY FILE IS REWRITTEN AT ONCE AND THE ATTEMPT IS LOGGED.
017280*----------------------------------------------------------------
017290 1830-ONE-SIGN-ON-ATTEMPT.
017300     ADD 1 TO PAY-SIGNON-ATTEMPTS.
017310     DISPLAY 'ENTER YOUR OPERATOR ID:'.
017320     ACCEPT PAY-SIGNON-ID.
017330     DISPLAY 'ENTER YOUR PASSWORD:'.
017340     ACCEPT PAY-SIGNON-PASSWORD.
017350     SET PAY-OPR-IDX TO 1.
017360     SEARCH PAY-OPR-ENTRY
017370         AT END
017380             MOVE 'UNKNOWN ID' TO PAY-SIGNON-RESULT
017390             DISPLAY 'OPERATOR ID NOT ON THE SECURITY FILE.'
017400         WHEN PAY-O-OPERATOR-ID(PAY-OPR-IDX) = PAY-SIGNON-ID
017410             PERFORM 1835-CHECK-ONE-OPERATOR
017420                 THRU 1835-CHECK-ONE-OPERATOR-EXIT
017430     END-SEARCH.
017440     PERFORM 1860-LOG-SIGN-ON-ATTEMPT
017450         THRU 1860-LOG-SIGN-ON-ATTEMPT-EXIT.
017460 1830-ONE-SIGN-ON-ATTEMPT-EXIT.
017470     EXIT.
017480
017490 1835-CHECK-ONE-OPERATOR.
017500     IF PAY-O-STATUS(PAY-OPR-IDX) = 'D'
017510         MOVE 'DISABLED' TO PAY-SIGNON-RESULT
017520         DISPLAY 'OPERATOR ID IS DISABLED - SEE THE PAYROLL '
017530             'SUPERVISOR.'
017540         GO TO 1835-CHECK-ONE-OPERATOR-EXIT
017550     END-IF.
017560     IF PAY-O-PASSWORD(PAY-OPR-IDX) NOT = PAY-SIGNON-PASSWORD
017570         MOVE 'BAD PASSWORD' TO PAY-SIGNON-RESULT
017580         ADD 1 TO PAY-O-FAILED-COUNT(PAY-OPR-IDX)
017590         IF PAY-O-FAILED-COUNT(PAY-OPR-IDX) >=
017600                 PAY-MAX-SIGNON-FAILURES
017610             MOVE 'D' TO PAY-O-STATUS(PAY-OPR-IDX)
017620             DISPLAY 'THIRD FAILED SIGN-ON - OPERATOR ID IS '
017630                 'NOW DISABLED.'
017640         ELSE
017650             DISPLAY 'PASSWORD DOES NOT MATCH.'
017660         END-IF
017670         PERFORM 1840-REWRITE-OPERATOR-FILE
017680             THRU 1840-REWRITE-OPERATOR-FILE-EXIT
017690         GO TO 1835-CHECK-ONE-OPERATOR-EXIT
017700     END-IF.
017710     MOVE 'ACCEPTED' TO PAY-SIGNON-RESULT.
017720     MOVE 'Y' TO PAY-SIGNED-ON.
017730     MOVE PAY-SIGNON-ID TO PAY-OPERATOR-ID.
017740     MOVE PAY-O-AUTH-LEVEL(PAY-OPR-IDX) TO PAY-OPERATOR-LEVEL.
017750     IF PAY-O-FAILED-COUNT(PAY-OPR-IDX) NOT = ZERO
017760         MOVE ZERO TO PAY-O-FAILED-COUNT(PAY-OPR-IDX)
017770         PERFORM 1840-REWRITE-OPERATOR-FILE
017780             THRU 1840-REWRITE-OPERATOR-FILE-EXIT
017790     END-IF.
017800 1835-CHECK-ONE-OPERATOR-EXIT.
017810     EXIT.
017820
017830 1840-REWRITE-OPERATOR-FILE.
017840     OPEN OUTPUT OPERATOR-FILE.
017850     IF PAY-OPR-STATUS NOT = '00'
017860         DISPLAY 'ERROR REWRITING OPERATOR SECURITY FILE - '
017870             'FILE STATUS: ' PAY-OPR-STATUS
017880         GO TO 1840-REWRITE-OPERATOR-FILE-EXIT
017890     END-IF.
017900     PERFORM 1850-WRITE-ONE-OPERATOR
017910         THRU 1850-WRITE-ONE-OPERATOR-EXIT
017920         VARYING PAY-OPR-WRITE-IDX FROM 1 BY 1
017930         UNTIL PAY-OPR-WRITE-IDX > PAY-OPR-COUNT.
017940     CLOSE OPERATOR-FILE.
017950 1840-REWRITE-OPERATOR-FILE-EXIT.
017960     EXIT.
017970
017980 1850-WRITE-ONE-OPERATOR.
017990     MOVE SPACES TO OPERRECORD.
018000     MOVE PAY-O-OPERATOR-ID(PAY-OPR-WRITE-IDX) TO
018010         OPR-OPERATOR-ID.
018020     MOVE PAY-O-PASSWORD(PAY-OPR-WRITE-IDX) TO OPR-PASSWORD.
018030     MOVE PAY-O-AUTH-LEVEL(PAY-OPR-WRITE-IDX) TO
018040         OPR-AUTH-LEVEL.
018050     MOVE PAY-O-STATUS(PAY-OPR-WRITE-IDX) TO OPR-STATUS.
018060     MOVE PAY-O-FAILED-COUNT(PAY-OPR-WRITE-IDX) TO
018070         OPR-FAILED-COUNT.
018080     WRITE OPERRECORD.
018090     IF PAY-OPR-STATUS NOT = '00'
018100         DISPLAY 'ERROR WRITING OPERATOR SECURITY FILE - FILE '
018110             'STATUS: ' PAY-OPR-STATUS
018120     END-IF.
018130 1850-WRITE-ONE-OPERATOR-EXIT.
018140     EXIT.
018150
018160*----------------------------------------------------------------
018170* 1860-LOG-SIGN-ON-ATTEMPT -- APPEND ONE LINE PER ATTEMPT,
018180* ACCEPTED OR NOT, TO THE SIGN-ON LOG.
018190*----------------------------------------------------------------
018200 1860-LOG-SIGN-ON-ATTEMPT.
018210     OPEN EXTEND SIGNON-LOG-FILE.
018220     IF PAY-SLOG-STATUS NOT = '00'
018230         OPEN OUTPUT SIGNON-LOG-FILE
018240     END-IF.
018250     IF PAY-SLOG-STATUS NOT = '00'
018260         DISPLAY 'ERROR OPENING SIGN-ON LOG - FILE STATUS: '
018270             PAY-SLOG-STATUS
018280         GO TO 1860-LOG-SIGN-ON-ATTEMPT-EXIT
018290     END-IF.
018300     MOVE SPACES TO SIGNON-LOG-RECORD.
018310     ACCEPT SLOG-DATE FROM DATE YYYYMMDD.
018320     ACCEPT SLOG-TIME FROM TIME.
018330     MOVE PAY-SIGNON-ID TO SLOG-OPERATOR-ID.
018340     MOVE PAY-SIGNON-RESULT TO SLOG-RESULT.
018350     WRITE SIGNON-LOG-RECORD.
018360     IF PAY-SLOG-STATUS NOT = '00'
018370         DISPLAY 'ERROR WRITING SIGN-ON LOG - FILE STATUS: '
018380             PAY-SLOG-STATUS
018390     END-IF.
018400     CLOSE SIGNON-LOG-FILE.
018410 1860-LOG-SIGN-ON-ATTEMPT-EXIT.
018420     EXIT.
018430
018440*----------------------------------------------------------------
018450* 1900-LOAD-DEDUCTIONS -- LOAD THE EMPLOYEE DEDUCTION MASTER
018460* INTO PAY-DEDUCT-TABLE. A MISSING FILE MEANS NO VOLUNTARY
018470* DEDUCTIONS OR GARNISHMENTS ARE ON THE BOOKS -- NOT AN ERROR.
018480*----------------------------------------------------------------
018490 1900-LOAD-DEDUCTIONS.
018500     OPEN INPUT DEDUCTION-FILE.
018510     IF PAY-DEDUCT-STATUS = '00'
018520         PERFORM 1910-READ-DEDUCTION-RECORD
018530             THRU 1910-READ-DEDUCTION-RECORD-EXIT
018540             UNTIL PAY-END-OF-DEDUCT = 'Y'
018550     ELSE
018560         DISPLAY 'NO EMPLOYEE DEDUCTION MASTER FOUND - NO '
018570             'VOLUNTARY DEDUCTIONS OR GARNISHMENTS WILL BE '
018580             'TAKEN.'
018590     END-IF.
018600     CLOSE DEDUCTION-FILE.
018610 1900-LOAD-DEDUCTIONS-EXIT.
018620     EXIT.
018630
018640 1910-READ-DEDUCTION-RECORD.
018650     READ DEDUCTION-FILE
018660         AT END
018670             MOVE 'Y' TO PAY-END-OF-DEDUCT
018680         NOT AT END
018690*            THE GARNISHMENT PASS WORKS PRIORITY 1 THROUGH 9 --
018700*            A GARNISHMENT KEYED OUTSIDE THAT RANGE WOULD NEVER
018710*            BE TAKEN, WHICH IS A LEGAL PROBLEM, NOT A RECORD
018720*            TO SKIP QUIETLY.
018730             IF DED-TYPE = 'G'
018740                 AND (DED-PRIORITY NOT NUMERIC
018750                    OR DED-PRIORITY = ZERO)
018760                 DISPLAY 'GARNISHMENT ' DED-CODE ' FOR EMPLOYEE '
018770                     DED-EMPLOYEE-NUMBER ' HAS AN INVALID '
018780                     'PRIORITY (MUST BE 1-9) - CORRECT THE '
018790                     'DEDUCTION MASTER - RUN TERMINATED.'
018800                 CLOSE DEDUCTION-FILE
018810                 STOP RUN
018820             END-IF
018830             IF PAY-DEDUCT-COUNT < PAY-DEDUCT-MAX-ENTRIES
018840                 ADD 1 TO PAY-DEDUCT-COUNT
018850                 MOVE DED-EMPLOYEE-NUMBER TO
018860                     PAY-DE-EMPLOYEE-NUMBER(PAY-DEDUCT-COUNT)
018870                 MOVE DED-CODE TO
018880                     PAY-DE-CODE(PAY-DEDUCT-COUNT)
018890                 MOVE DED-TYPE TO
018900                     PAY-DE-TYPE(PAY-DEDUCT-COUNT)
018910                 MOVE DED-METHOD TO
018920                     PAY-DE-METHOD(PAY-DEDUCT-COUNT)
018930                 MOVE DED-FLAT-AMOUNT TO
018940                     PAY-DE-FLAT-AMOUNT(PAY-DEDUCT-COUNT)
018950                 MOVE DED-PERCENT TO
018960                     PAY-DE-PERCENT(PAY-DEDUCT-COUNT)
018970                 MOVE DED-GOAL-AMOUNT TO
018980                     PAY-DE-GOAL-AMOUNT(PAY-DEDUCT-COUNT)
018990                 MOVE DED-TAKEN-AMOUNT TO
019000                     PAY-DE-TAKEN-AMOUNT(PAY-DEDUCT-COUNT)
019010                 MOVE DED-PRIORITY TO
019020                     PAY-DE-PRIORITY(PAY-DEDUCT-COUNT)
019030*                A GARNISHMENT IS ALWAYS TAKEN AFTER TAX, WHATEVER
019040*                THE FILE SAYS, AND ANYTHING BUT F OR S IS
019050*                POST-TAX.
019060                 IF DED-TYPE = 'V'
019070                     AND (DED-PRETAX-FEDERAL
019080                        OR DED-PRETAX-FED-FICA)
019090                     MOVE DED-TAX-TREATMENT TO
019100                         PAY-DE-TAX-TREATMENT(PAY-DEDUCT-COUNT)
019110                 ELSE
019120                     MOVE 'N' TO
019130                         PAY-DE-TAX-TREATMENT(PAY-DEDUCT-COUNT)
019140                 END-IF
019150             ELSE
019160                 DISPLAY 'DEDUCTION MASTER EXCEEDS THE '
019170                     PAY-DEDUCT-MAX-ENTRIES ' ENTRY TABLE '
019180                     'CAPACITY - RUN TERMINATED.'
019190                 CLOSE DEDUCTION-FILE
019200                 STOP RUN
019210             END-IF
019220     END-READ.
019230 1910-READ-DEDUCTION-RECORD-EXIT.
019240     EXIT.
019250
019260*----------------------------------------------------------------
019270* 1950-LOAD-LEAVE-BALANCES -- LOAD THE EMPLOYEE LEAVE BALANCE
019280* FILE INTO PAY-LVE-TABLE FOR THE LEAVE-TAKEN ACTION. A MISSING
019290* FILE MEANS NOTHING HAS ACCRUED YET -- NOT AN ERROR -- AND ANY
019300* LEAVE-TAKEN ENTRY WILL REJECT.
019310*----------------------------------------------------------------
019320 1950-LOAD-LEAVE-BALANCES.
019330     OPEN INPUT LEAVE-FILE.
019340     IF PAY-LVE-STATUS = '00'
019350         MOVE 'Y' TO PAY-LEAVE-FILE-PRESENT
019360         PERFORM 1960-READ-LEAVE-RECORD
019370             THRU 1960-READ-LEAVE-RECORD-EXIT
019380             UNTIL PAY-END-OF-LVE = 'Y'
019390     ELSE
019400         DISPLAY 'NO LEAVE BALANCE FILE FOUND - LEAVE-TAKEN '
019410             'ENTRIES WILL BE REJECTED.'
019420     END-IF.
019430     CLOSE LEAVE-FILE.
019440 1950-LOAD-LEAVE-BALANCES-EXIT.
019450     EXIT.
019460
019470 1960-READ-LEAVE-RECORD.
019480     READ LEAVE-FILE
019490         AT END
019500             MOVE 'Y' TO PAY-END-OF-LVE
019510         NOT AT END
019520             IF PAY-LVE-COUNT < PAY-LVE-MAX-ENTRIES
019530                 ADD 1 TO PAY-LVE-COUNT
019540                 MOVE LVE-EMPLOYEE-NUMBER TO
019550                     PAY-L-EMPLOYEE-NUMBER(PAY-LVE-COUNT)
019560                 MOVE LVE-CLASS-CODE TO
019570                     PAY-L-CLASS-CODE(PAY-LVE-COUNT)
019580                 MOVE LVE-VAC-BALANCE TO
019590                     PAY-L-VAC-BALANCE(PAY-LVE-COUNT)
019600                 MOVE LVE-SICK-BALANCE TO
019610                     PAY-L-SICK-BALANCE(PAY-LVE-COUNT)
019620                 MOVE LVE-VAC-TAKEN-YTD TO
019630                     PAY-L-VAC-TAKEN-YTD(PAY-LVE-COUNT)
019640                 MOVE LVE-SICK-TAKEN-YTD TO
019650                     PAY-L-SICK-TAKEN-YTD(PAY-LVE-COUNT)
019660             ELSE
019670                 DISPLAY 'LEAVE BALANCE FILE EXCEEDS THE '
019680                     PAY-LVE-MAX-ENTRIES ' ENTRY TABLE '
019690                     'CAPACITY - RUN TERMINATED.'
019700                 CLOSE LEAVE-FILE
019710                 STOP RUN
019720             END-IF
019730     END-READ.
019740 1960-READ-LEAVE-RECORD-EXIT.
019750     EXIT.
019760
019770 9000-TERMINATE-CREATE-PAYROLL-FILE.
019780     PERFORM 1150-COUNT-MASTER-RECORDS
019790         THRU 1150-COUNT-MASTER-RECORDS-EXIT.
019800     MOVE PAY-MASTER-COUNT TO PAY-MASTER-COUNT-AFTER.
019810     CLOSE PAYROLL-FILE.
019820     IF PAY-PROFILE-FILE-PRESENT = 'Y'
019830         CLOSE TAX-PROFILE-FILE
019840     END-IF.
019850     PERFORM 9070-CLEAR-CHECKPOINT
019860         THRU 9070-CLEAR-CHECKPOINT-EXIT.
019870     DISPLAY 'PAYROLL MASTER RECONCILIATION'.
019880     DISPLAY '  RECORDS ON MASTER BEFORE THIS RUN. . : '
019890         PAY-MASTER-COUNT-BEFORE.
019900     DISPLAY '  TRANSACTIONS APPLIED THIS RUN. . . . : '
019910         PAY-TRANSACTIONS-APPLIED.
019920     DISPLAY '  RECORDS ON MASTER AFTER THIS RUN . . : '
019930         PAY-MASTER-COUNT-AFTER.
019940     DISPLAY '  ENTRIES REJECTED THIS RUN. . . . . . : '
019950         PAY-REJECT-COUNT.
019960     IF PAY-NO-STATE-COUNT > ZERO
019970         DISPLAY '  CALCULATED WITH NO WORK STATE. . . . : '
019980             PAY-NO-STATE-COUNT
019990     END-IF.
020000     DISPLAY '  WITHHELD ON A W-4 TAX PROFILE. . . . : '
020010         PAY-PROFILE-COUNT.
020020     CLOSE EXCEPTION-FILE.
020030     IF PAY-BATCH-MODE
020040         CLOSE TRANSACTION-FILE
020050         PERFORM 9080-LOG-APPLIED-BATCH
020060             THRU 9080-LOG-APPLIED-BATCH-EXIT
020070     END-IF.
020080 9000-TERMINATE-CREATE-PAYROLL-FILE-EXIT.
020090     EXIT.
020100
020110*----------------------------------------------------------------
020120* 9080-LOG-APPLIED-BATCH -- THE BATCH VERIFIED AND RAN TO NORMAL
020130* TERMINATION, SO ITS NUMBER GOES ON THE PROCESSED-BATCH LOG.
020140* 1650-CHECK-BATCH-ALREADY-APPLIED WILL REFUSE IT FROM NOW ON.
020150*----------------------------------------------------------------
020160 9080-LOG-APPLIED-BATCH.
020170     OPEN EXTEND BATCH-LOG-FILE.
020180     IF PAY-BLOG-STATUS NOT = '00'
020190         OPEN OUTPUT BATCH-LOG-FILE
020200     END-IF.
020210     IF PAY-BLOG-STATUS NOT = '00'
020220         DISPLAY 'ERROR OPENING BATCH LOG - FILE STATUS: '
020230             PAY-BLOG-STATUS ' - BATCH NUMBER NOT LOGGED.'
020240         GO TO 9080-LOG-APPLIED-BATCH-EXIT
020250     END-IF.
020260     MOVE SPACES TO BATCH-LOG-RECORD.
020270     MOVE PAY-BC-BATCH-NUMBER TO BLOG-BATCH-NUMBER.
020280     MOVE PAY-RUN-DATE TO BLOG-APPLIED-DATE.
020290     MOVE PAY-BC-ORIGIN-SITE TO BLOG-ORIGIN-SITE.
020300     WRITE BATCH-LOG-RECORD.
020310     IF PAY-BLOG-STATUS NOT = '00'
020320         DISPLAY 'ERROR WRITING BATCH LOG - FILE STATUS: '
020330             PAY-BLOG-STATUS
020340     END-IF.
020350     CLOSE BATCH-LOG-FILE.
020360 9080-LOG-APPLIED-BATCH-EXIT.
020370     EXIT.
020380
020390*----------------------------------------------------------------
020400* 2000-CREATE-PAYROLL-RECORD -- ONE PASS OF OPERATOR ENTRY
020410*----------------------------------------------------------------
020420 2000-CREATE-PAYROLL-RECORD.
020430     PERFORM 2100-PAYROLL-PROMPT
020440         THRU 2100-PAYROLL-PROMPT-EXIT.
020450     IF END-INPUT = 'Y'
020460         EVALUATE TRUE
020470             WHEN PAY-ACTION-ADD
020480                 PERFORM 2300-CREATE-RECORD
020490                     THRU 2300-CREATE-RECORD-EXIT
020500                 PERFORM 2400-VALIDATE-RECORD
020510                     THRU 2400-VALIDATE-RECORD-EXIT
020520                 IF PAY-RECORD-OK
020530                     PERFORM 2500-CALCULATE-GROSS-PAY
020540                         THRU 2500-CALCULATE-GROSS-PAY-EXIT
020550                     PERFORM 2600-WRITE-RECORD
020560                         THRU 2600-WRITE-RECORD-EXIT
020570                 END-IF
020580             WHEN PAY-ACTION-CHANGE
020590                 IF PAY-OPERATOR-LEVEL < PAY-SUPERVISOR-LEVEL
020600                     DISPLAY 'CHANGE REQUIRES A SUPERVISOR-'
020610                         'LEVEL OPERATOR - NO ACTION TAKEN.'
020620                 ELSE
020630                     PERFORM 2700-CHANGE-RECORD
020640                         THRU 2700-CHANGE-RECORD-EXIT
020650                 END-IF
020660             WHEN PAY-ACTION-DELETE
020670                 IF PAY-OPERATOR-LEVEL < PAY-SUPERVISOR-LEVEL
020680                     DISPLAY 'DELETE REQUIRES A SUPERVISOR-'
020690                         'LEVEL OPERATOR - NO ACTION TAKEN.'
020700                 ELSE
020710                     PERFORM 2800-DELETE-RECORD
020720                         THRU 2800-DELETE-RECORD-EXIT
020730                 END-IF
020740             WHEN PAY-ACTION-RECALC
020750                 IF PAY-OPERATOR-LEVEL < PAY-SUPERVISOR-LEVEL
020760                     DISPLAY 'RECALC REQUIRES A SUPERVISOR-'
020770                         'LEVEL OPERATOR - NO ACTION TAKEN.'
020780                 ELSE
020790                     PERFORM 3000-RECALCULATE-OPEN-PERIOD
020800                         THRU 3000-RECALCULATE-OPEN-PERIOD-EXIT
020810                 END-IF
020820             WHEN PAY-ACTION-LEAVE
020830                 PERFORM 3100-LEAVE-TAKEN
020840                     THRU 3100-LEAVE-TAKEN-EXIT
020850             WHEN PAY-ACTION-VOID
020860                 IF PAY-OPERATOR-LEVEL < PAY-SUPERVISOR-LEVEL
020870                     DISPLAY 'VOID REQUIRES A SUPERVISOR-'
020880                         'LEVEL OPERATOR - NO ACTION TAKEN.'
020890                 ELSE
020900                     PERFORM 3300-VOID-PRIOR-PAYMENT
020910                         THRU 3300-VOID-PRIOR-PAYMENT-EXIT
020920                 END-IF
020930             WHEN PAY-ACTION-ADJUST
020940                 IF PAY-OPERATOR-LEVEL < PAY-SUPERVISOR-LEVEL
020950                     DISPLAY 'ADJUSTMENT REQUIRES A SUPERVISOR-'
020960                         'LEVEL OPERATOR - NO ACTION TAKEN.'
020970                 ELSE
020980                     PERFORM 3500-ADJUSTMENT-PAYMENT
020990                         THRU 3500-ADJUSTMENT-PAYMENT-EXIT
021000                 END-IF
021010             WHEN OTHER
021020                 DISPLAY 'INVALID ACTION CODE - NO ACTION TAKEN.'
021030         END-EVALUATE
021040     END-IF.
021050 2000-CREATE-PAYROLL-RECORD-EXIT.
021060     EXIT.
021070
021080 2100-PAYROLL-PROMPT.
021090     IF PAY-BATCH-MODE
021100         PERFORM 2110-GET-NEXT-TRANSACTION
021110             THRU 2110-GET-NEXT-TRANSACTION-EXIT
021120     ELSE
021130         DISPLAY 'EMPLOYEE RECORD ENTRY? Y or N'
021140         ACCEPT END-INPUT
021150         IF END-INPUT = 'Y'
021160             DISPLAY 'ACTION -- A)DD  C)HANGE  D)ELETE  '
021170                 'R)ECALC  L)EAVE  V)OID  J)ADJUST:'
021180             ACCEPT PAY-ACTION-CODE
021190         END-IF
021200         PERFORM 2116-CLEAR-ONE-DIST
021210             THRU 2116-CLEAR-ONE-DIST-EXIT
021220             VARYING PAY-DIST-IDX FROM 1 BY 1
021230             UNTIL PAY-DIST-IDX > PAY-DIST-MAX-ITEMS
021240     END-IF.
021250 2100-PAYROLL-PROMPT-EXIT.
021260     EXIT.
021270
021280*----------------------------------------------------------------
021290* 2110-GET-NEXT-TRANSACTION -- BATCH MODE EQUIVALENT OF THE
021300* OPERATOR PROMPT. THE NEXT TRANSACTION RECORD WAS ALREADY
021310* PRIMED BY THE PRIOR CALL TO 2120-READ-TRANSACTION-RECORD.
021320*----------------------------------------------------------------
021330 2110-GET-NEXT-TRANSACTION.
021340     IF PAY-END-OF-TRANS = 'Y'
021350         MOVE 'N' TO END-INPUT
021360     ELSE
021370         MOVE 'Y' TO END-INPUT
021380         MOVE TRANS-ACTION-CODE TO PAY-ACTION-CODE
021390         MOVE TRANS-EMPLOYEE-NUMBER TO EMPLOYEE-NUMBER
021400         MOVE TRANS-EMPLOYEE-INITIAL TO EMPLOYEE-INITIAL
021410         MOVE TRANS-EMPLOYEE-LASTNAME TO EMPLOYEE-LASTNAME
021420         MOVE TRANS-SALARY-CODE TO SALARY-CODE
021430         MOVE TRANS-DEPARTMENT-CODE TO DEPARTMENT-CODE
021440         MOVE TRANS-HOURS-WORKED TO HOURS-WORKED
021450         MOVE TRANS-HOURLY-RATE TO HOURLY-RATE
021460         MOVE TRANS-SALARY-AMOUNT TO SALARY-AMOUNT
021470         MOVE TRANS-EMPLOY-STATUS TO PAY-ENTRY-STATUS
021480         IF TRANS-HIRE-DATE NUMERIC
021490             MOVE TRANS-HIRE-DATE TO PAY-ENTRY-HIRE-DATE
021500         ELSE
021510             MOVE ZERO TO PAY-ENTRY-HIRE-DATE
021520         END-IF
021530         IF TRANS-TERM-DATE NUMERIC
021540             MOVE TRANS-TERM-DATE TO PAY-ENTRY-TERM-DATE
021550         ELSE
021560             MOVE ZERO TO PAY-ENTRY-TERM-DATE
021570         END-IF
021580         MOVE TRANS-LEAVE-TYPE TO PAY-LEAVE-TYPE
021590         MOVE TRANS-WORK-STATE TO PAY-ENTRY-WORK-STATE
021600         IF TRANS-REFERENCE-PERIOD NUMERIC
021610             MOVE TRANS-REFERENCE-PERIOD TO PAY-REFERENCE-PERIOD
021620         ELSE
021630             MOVE ZERO TO PAY-REFERENCE-PERIOD
021640         END-IF
021650         PERFORM 2115-LOAD-ONE-DIST
021660             THRU 2115-LOAD-ONE-DIST-EXIT
021670             VARYING PAY-DIST-IDX FROM 1 BY 1
021680             UNTIL PAY-DIST-IDX > PAY-DIST-MAX-ITEMS
021690         PERFORM 2120-READ-TRANSACTION-RECORD
021700             THRU 2120-READ-TRANSACTION-RECORD-EXIT
021710     END-IF.
021720 2110-GET-NEXT-TRANSACTION-EXIT.
021730     EXIT.
021740
021750*    A TRANSACTION WRITTEN BEFORE THE COST-CENTER SPLIT EXISTED
021760*    HAS SPACES THERE -- NO SLOT IN USE.
021770 2115-LOAD-ONE-DIST.
021780     IF TRANS-DIST-DEPT-CODE(PAY-DIST-IDX) NOT = SPACES
021790         AND TRANS-DIST-HOURS(PAY-DIST-IDX) NUMERIC
021800         MOVE TRANS-DIST-DEPT-CODE(PAY-DIST-IDX) TO
021810             PAY-ED-DEPT-CODE(PAY-DIST-IDX)
021820         MOVE TRANS-DIST-HOURS(PAY-DIST-IDX) TO
021830             PAY-ED-HOURS(PAY-DIST-IDX)
021840     ELSE
021850         PERFORM 2116-CLEAR-ONE-DIST
021860             THRU 2116-CLEAR-ONE-DIST-EXIT
021870     END-IF.
021880 2115-LOAD-ONE-DIST-EXIT.
021890     EXIT.
021900
021910 2116-CLEAR-ONE-DIST.
021920     MOVE SPACES TO PAY-ED-DEPT-CODE(PAY-DIST-IDX).
021930     MOVE ZERO TO PAY-ED-HOURS(PAY-DIST-IDX).
021940 2116-CLEAR-ONE-DIST-EXIT.
021950     EXIT.
021960
021970*    THE BATCH CONTROL HEADER IS SKIPPED AND THE TRAILER ENDS
021980*    THE TRANSACTION STREAM -- ONLY DETAIL RECORDS REACH THE
021990*    PROCESSING LOOP.
022000 2120-READ-TRANSACTION-RECORD.
022010     READ TRANSACTION-FILE
022020         AT END
022030             MOVE 'Y' TO PAY-END-OF-TRANS
022040     END-READ.
022050     IF PAY-END-OF-TRANS NOT = 'Y'
022060         IF TRANS-ACTION-CODE = 'H'
022070             GO TO 2120-READ-TRANSACTION-RECORD
022080         END-IF
022090         IF TRANS-ACTION-CODE = 'T'
022100             MOVE 'Y' TO PAY-END-OF-TRANS
022110         END-IF
022120     END-IF.
022130 2120-READ-TRANSACTION-RECORD-EXIT.
022140     EXIT.
022150
022160 2300-CREATE-RECORD.
022170     IF PAY-INTERACTIVE-MODE
022180         DISPLAY 'ENTER AN EMPLOYEE NUMBER:'
022190         ACCEPT EMPLOYEE-NUMBER
022200         DISPLAY 'ENTER AN EMPLOYEE LASTNAME:'
022210         ACCEPT EMPLOYEE-LASTNAME
022220         DISPLAY 'ENTER AN EMPLOYEE INITIAL:'
022230         ACCEPT EMPLOYEE-INITIAL
022240         DISPLAY 'ENTER THE DEPARTMENT CODE:'
022250         ACCEPT DEPARTMENT-CODE
022260         DISPLAY 'ENTER THE WORK STATE CODE:'
022270         ACCEPT PAY-ENTRY-WORK-STATE
022280         DISPLAY 'ENTER THE HIRE DATE (YYYYMMDD, BLANK FOR '
022290             'TODAY):'
022300         ACCEPT PAY-ENTRY-HIRE-DATE
022310         MOVE 'A' TO PAY-ENTRY-STATUS
022320         MOVE ZERO TO PAY-ENTRY-TERM-DATE
022330         DISPLAY 'HOURLY OR SALARIED -- ENTER H or S:'
022340         ACCEPT SALARY-CODE
022350         IF PAY-BY-SALARY
022360             DISPLAY 'ENTER THE SALARY AMOUNT FOR THE PERIOD:'
022370             ACCEPT SALARY-AMOUNT
022380             MOVE ZERO TO HOURS-WORKED
022390             MOVE ZERO TO HOURLY-RATE
022400         ELSE
022410             DISPLAY 'ENTER HOURS WORKED:'
022420             ACCEPT HOURS-WORKED
022430             DISPLAY 'ENTER THE HOURLY RATE:'
022440             ACCEPT HOURLY-RATE
022450             MOVE ZERO TO SALARY-AMOUNT
022460         END-IF
022470     END-IF.
022480 2300-CREATE-RECORD-EXIT.
022490     EXIT.
022500
022510*----------------------------------------------------------------
022520* 2400-VALIDATE-RECORD -- REJECT A BLANK OR NON-NUMERIC EMPLOYEE
022530* NUMBER, A BLANK LASTNAME, A BLANK OR UNKNOWN WORK STATE, A BAD
022540* COST-CENTER SPLIT, OR AN EMPLOYEE NUMBER ALREADY ON THE
022550* MASTER. REJECTED ENTRIES ARE WRITTEN TO THE EXCEPTION REPORT
022560* INSTEAD OF BEING ACCEPTED ONTO THE MASTER.
022570*----------------------------------------------------------------
022580 2400-VALIDATE-RECORD.
022590     MOVE 'Y' TO PAY-RECORD-VALID.
022600     MOVE SPACES TO PAY-REJECT-REASON.
022610     IF EMPLOYEE-NUMBER NOT NUMERIC OR EMPLOYEE-NUMBER = ZERO
022620         MOVE 'N' TO PAY-RECORD-VALID
022630         MOVE 'EMPLOYEE NUMBER IS BLANK OR NOT NUMERIC' TO
022640             PAY-REJECT-REASON
022650     END-IF.
022660     IF PAY-RECORD-OK AND EMPLOYEE-LASTNAME = SPACES
022670         MOVE 'N' TO PAY-RECORD-VALID
022680         MOVE 'EMPLOYEE LASTNAME IS BLANK' TO PAY-REJECT-REASON
022690     END-IF.
022700     IF PAY-RECORD-OK
022710         PERFORM 2420-VALIDATE-DEPARTMENT
022720             THRU 2420-VALIDATE-DEPARTMENT-EXIT
022730         IF NOT PAY-DEPT-ON-FILE
022740             MOVE 'N' TO PAY-RECORD-VALID
022750             MOVE 'DEPARTMENT CODE NOT ON REFERENCE FILE' TO
022760                 PAY-REJECT-REASON
022770         END-IF
022780     END-IF.
022790     IF PAY-RECORD-OK AND PAY-ENTRY-WORK-STATE = SPACES
022800         MOVE 'N' TO PAY-RECORD-VALID
022810         MOVE 'WORK STATE IS BLANK' TO PAY-REJECT-REASON
022820     END-IF.
022830     IF PAY-RECORD-OK
022840         PERFORM 2430-VALIDATE-WORK-STATE
022850             THRU 2430-VALIDATE-WORK-STATE-EXIT
022860         IF NOT PAY-STATE-ON-FILE
022870             MOVE 'N' TO PAY-RECORD-VALID
022880             MOVE 'WORK STATE NOT ON STATE TAX TABLE' TO
022890                 PAY-REJECT-REASON
022900         END-IF
022910     END-IF.
022920     IF PAY-RECORD-OK
022930         PERFORM 2440-VALIDATE-DISTRIBUTION
022940             THRU 2440-VALIDATE-DISTRIBUTION-EXIT
022950         IF NOT PAY-DIST-OK
022960             MOVE 'N' TO PAY-RECORD-VALID
022970         END-IF
022980     END-IF.
022990*    A NEW ADD STARTS ACTIVE (OR ON LEAVE). A TERMINATION IS A
023000*    STATUS CHANGE ON AN EXISTING RECORD, NEVER A NEW ENTRY. A
023010*    BLANK OR ZERO HIRE DATE DEFAULTS TO THE RUN DATE.
023020     IF PAY-RECORD-OK
023030         IF PAY-ENTRY-STATUS = SPACE
023040             MOVE 'A' TO PAY-ENTRY-STATUS
023050         END-IF
023060         IF NOT PAY-ENTRY-ACTIVE AND NOT PAY-ENTRY-LEAVE
023070             MOVE 'N' TO PAY-RECORD-VALID
023080             MOVE 'STATUS MUST BE A OR L ON AN ADD' TO
023090                 PAY-REJECT-REASON
023100         END-IF
023110         IF PAY-ENTRY-HIRE-DATE NOT NUMERIC
023120             OR PAY-ENTRY-HIRE-DATE = ZERO
023130             MOVE PAY-RUN-DATE TO PAY-ENTRY-HIRE-DATE
023140         END-IF
023150     END-IF.
023160     IF PAY-RECORD-OK
023170         MOVE EMPLOYEE-NUMBER TO PAY-LOOKUP-NUMBER
023180         PERFORM 2410-READ-MASTER-BY-KEY
023190             THRU 2410-READ-MASTER-BY-KEY-EXIT
023200         IF PAY-RECORD-ON-FILE
023210             MOVE 'N' TO PAY-RECORD-VALID
023220             MOVE 'EMPLOYEE NUMBER ALREADY ON FILE' TO
023230                 PAY-REJECT-REASON
023240         END-IF
023250     END-IF.
023260     IF PAY-RECORD-REJECTED
023270         PERFORM 2450-WRITE-EXCEPTION-RECORD
023280             THRU 2450-WRITE-EXCEPTION-RECORD-EXIT
023290     END-IF.
023300 2400-VALIDATE-RECORD-EXIT.
023310     EXIT.
023320
023330*----------------------------------------------------------------
023340* 2410-READ-MASTER-BY-KEY -- RANDOM READ OF THE MASTER BY THE
023350* EMPLOYEE NUMBER IN PAY-LOOKUP-NUMBER. SETS PAY-MASTER-FOUND
023360* AND, WHEN FOUND, LEAVES THE RECORD IN PAYRECORD-OUT.
023370*----------------------------------------------------------------
023380 2410-READ-MASTER-BY-KEY.
023390     MOVE 'N' TO PAY-MASTER-FOUND.
023400     MOVE PAY-LOOKUP-NUMBER TO OUT-EMPLOYEE-NUMBER.
023410     READ PAYROLL-FILE KEY IS OUT-EMPLOYEE-NUMBER
023420         INVALID KEY
023430             CONTINUE
023440         NOT INVALID KEY
023450             MOVE 'Y' TO PAY-MASTER-FOUND
023460     END-READ.
023470 2410-READ-MASTER-BY-KEY-EXIT.
023480     EXIT.
023490
023500*----------------------------------------------------------------
023510* 2420-VALIDATE-DEPARTMENT -- THE DEPARTMENT CODE JUST KEYED (OR
023520* READ FROM A BATCH TRANSACTION) MUST BE ON THE DEPARTMENT
023530* REFERENCE TABLE LOADED AT START-UP.
023540*----------------------------------------------------------------
023550 2420-VALIDATE-DEPARTMENT.
023560     MOVE 'N' TO PAY-DEPT-VALID.
023570     SET PAY-DEPT-IDX TO 1.
023580     SEARCH PAY-DEPT-ENTRY
023590         AT END
023600             CONTINUE
023610         WHEN PAY-D-DEPT-CODE(PAY-DEPT-IDX) = DEPARTMENT-CODE
023620             MOVE 'Y' TO PAY-DEPT-VALID
023630     END-SEARCH.
023640 2420-VALIDATE-DEPARTMENT-EXIT.
023650     EXIT.
023660
023670*----------------------------------------------------------------
023680* 2430-VALIDATE-WORK-STATE -- THE WORK STATE MUST BE ON THE
023690* STATE TAX TABLE LOADED AT START-UP. A BLANK STATE, OR A RUN
023700* WITH NO STATE TAX FILE, HAS NOTHING TO CHECK AGAINST AND
023710* PASSES.
023720*----------------------------------------------------------------
023730 2430-VALIDATE-WORK-STATE.
023740     MOVE 'Y' TO PAY-STATE-VALID.
023750     IF PAY-ENTRY-WORK-STATE = SPACES
023760         OR PAY-STATE-FILE-PRESENT NOT = 'Y'
023770         GO TO 2430-VALIDATE-WORK-STATE-EXIT
023780     END-IF.
023790     MOVE 'N' TO PAY-STATE-VALID.
023800     IF PAY-STATE-COUNT > ZERO
023810         SET PAY-STATE-IDX TO 1
023820         SEARCH PAY-STATE-ENTRY
023830             AT END
023840                 CONTINUE
023850             WHEN PAY-S-STATE-CODE(PAY-STATE-IDX) =
023860                     PAY-ENTRY-WORK-STATE
023870                 MOVE 'Y' TO PAY-STATE-VALID
023880         END-SEARCH
023890     END-IF.
023900 2430-VALIDATE-WORK-STATE-EXIT.
023910     EXIT.
023920
023930*----------------------------------------------------------------
023940* 2440-VALIDATE-DISTRIBUTION -- EVERY COST CENTER IN THE SPLIT
023950* MUST BE ON THE DEPARTMENT REFERENCE TABLE AND THE SPLIT MUST
023960* ACCOUNT FOR EXACTLY THE HOURS WORKED. NO SPLIT PASSES. A
023970* FAILURE LEAVES ITS REASON IN PAY-REJECT-REASON.
023980*----------------------------------------------------------------
023990 2440-VALIDATE-DISTRIBUTION.
024000     MOVE 'Y' TO PAY-DIST-VALID.
024010     MOVE ZERO TO PAY-DIST-HOURS-TOTAL.
024020     MOVE ZERO TO PAY-DIST-LAST-IDX.
024030     PERFORM 2445-EDIT-ONE-DIST
024040         THRU 2445-EDIT-ONE-DIST-EXIT
024050         VARYING PAY-DIST-IDX FROM 1 BY 1
024060         UNTIL PAY-DIST-IDX > PAY-DIST-MAX-ITEMS.
024070     IF NOT PAY-DIST-OK OR PAY-DIST-LAST-IDX = ZERO
024080         GO TO 2440-VALIDATE-DISTRIBUTION-EXIT
024090     END-IF.
024100     IF HOURS-WORKED NOT NUMERIC
024110         OR PAY-DIST-HOURS-TOTAL NOT = HOURS-WORKED
024120         MOVE 'N' TO PAY-DIST-VALID
024130         MOVE 'COST CENTER HOURS NOT EQUAL HOURS WORKED' TO
024140             PAY-REJECT-REASON
024150     END-IF.
024160 2440-VALIDATE-DISTRIBUTION-EXIT.
024170     EXIT.
024180
024190 2445-EDIT-ONE-DIST.
024200     IF PAY-ED-DEPT-CODE(PAY-DIST-IDX) = SPACES
024210         GO TO 2445-EDIT-ONE-DIST-EXIT
024220     END-IF.
024230     MOVE PAY-DIST-IDX TO PAY-DIST-LAST-IDX.
024240     ADD PAY-ED-HOURS(PAY-DIST-IDX) TO PAY-DIST-HOURS-TOTAL.
024250     MOVE 'N' TO PAY-DIST-DEPT-FOUND.
024260     IF PAY-DEPT-COUNT > ZERO
024270         SET PAY-DEPT-IDX TO 1
024280         SEARCH PAY-DEPT-ENTRY
024290             AT END
024300                 CONTINUE
024310             WHEN PAY-D-DEPT-CODE(PAY-DEPT-IDX) =
024320                     PAY-ED-DEPT-CODE(PAY-DIST-IDX)
024330                 MOVE 'Y' TO PAY-DIST-DEPT-FOUND
024340         END-SEARCH
024350     END-IF.
024360     IF PAY-DIST-DEPT-FOUND = 'N' AND PAY-DIST-OK
024370         MOVE 'N' TO PAY-DIST-VALID
024380         MOVE 'COST CENTER NOT ON DEPARTMENT FILE' TO
024390             PAY-REJECT-REASON
024400     END-IF.
024410 2445-EDIT-ONE-DIST-EXIT.
024420     EXIT.
024430
024440 2450-WRITE-EXCEPTION-RECORD.
024450     DISPLAY 'EMPLOYEE ENTRY REJECTED - ' PAY-REJECT-REASON.
024460     MOVE 'R' TO EX-RECORD-TYPE.
024470     MOVE EMPLOYEE-NUMBER TO EX-EMPLOYEE-NUMBER.
024480     MOVE EMPLOYEE-LASTNAME TO EX-EMPLOYEE-LASTNAME.
024490     MOVE PAY-REJECT-REASON TO EX-REJECT-REASON.
024500     WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE.
024510     IF PAY-EXCEPTION-STATUS NOT = '00'
024520         DISPLAY 'ERROR WRITING EXCEPTION RECORD - FILE '
024530             'STATUS: ' PAY-EXCEPTION-STATUS
024540     END-IF.
024550     ADD 1 TO PAY-REJECT-COUNT.
024560 2450-WRITE-EXCEPTION-RECORD-EXIT.
024570     EXIT.
024580*----------------------------------------------------------------
024590* 2500-CALCULATE-GROSS-PAY -- DERIVE GROSS PAY, STANDARD
024600* FICA/TAX DEDUCTIONS, AND NET PAY FOR THE CURRENT EMPLOYEE.
024610* PRE-TAX DEDUCTIONS COME OFF FIRST SO FICA AND WITHHOLDING ARE
024620* FIGURED ON THE REDUCED WAGES.
024630*----------------------------------------------------------------
024640 2500-CALCULATE-GROSS-PAY.
024650     IF PAY-BY-SALARY
024660         MOVE SALARY-AMOUNT TO GROSS-PAY
024670     ELSE
024680         IF HOURS-WORKED > PAY-STANDARD-HOURS
024690             COMPUTE GROSS-PAY =
024700                 (PAY-STANDARD-HOURS * HOURLY-RATE) +
024710                 ((HOURS-WORKED - PAY-STANDARD-HOURS) *
024720                     HOURLY-RATE * PAY-OVERTIME-FACTOR)
024730         ELSE
024740             COMPUTE GROSS-PAY = HOURS-WORKED * HOURLY-RATE
024750         END-IF
024760     END-IF.
024770     PERFORM 2537-APPLY-PRETAX-DEDUCTIONS
024780         THRU 2537-APPLY-PRETAX-DEDUCTIONS-EXIT.
024790     COMPUTE PAY-FICA-GROSS = GROSS-PAY - PAY-PRETAX-FICA-TOTAL.
024800     COMPUTE PAY-INCOME-TAX-WAGES =
024810         GROSS-PAY - PAY-PRETAX-FED-TOTAL.
024820*    FICA IS WITHHELD ONLY ON THE PORTION OF FICA WAGES THAT
024830*    FITS UNDER THE ANNUAL WAGE BASE, GIVEN THE FICA WAGES THE
024840*    EMPLOYEE HAS ALREADY EARNED THIS YEAR ON THE YTD FILE.
024850     PERFORM 2510-LOOK-UP-YTD-GROSS
024860         THRU 2510-LOOK-UP-YTD-GROSS-EXIT.
024870     IF PAY-YTD-FICA-THIS-EMP >= PAY-FICA-WAGE-BASE
024880         MOVE ZERO TO PAY-FICA-TAXABLE-PAY
024890     ELSE
024900         COMPUTE PAY-FICA-TAXABLE-PAY =
024910             PAY-FICA-WAGE-BASE - PAY-YTD-FICA-THIS-EMP
024920         IF PAY-FICA-GROSS < PAY-FICA-TAXABLE-PAY
024930             MOVE PAY-FICA-GROSS TO PAY-FICA-TAXABLE-PAY
024940         END-IF
024950     END-IF.
024960     COMPUTE FICA-AMOUNT ROUNDED =
024970         PAY-FICA-TAXABLE-PAY * PAY-FICA-RATE.
024980     PERFORM 2520-COMPUTE-FED-TAX
024990         THRU 2520-COMPUTE-FED-TAX-EXIT.
025000     PERFORM 2525-COMPUTE-STATE-TAX
025010         THRU 2525-COMPUTE-STATE-TAX-EXIT.
025020*    GARNISHMENTS AND POST-TAX VOLUNTARY DEDUCTIONS COME OFF
025030*    AFTER THE STATUTORY WITHHOLDING, IN THE ORDER THE
025040*    DEDUCTION MASTER DICTATES. PAY-WD-TOTAL THEN HOLDS BOTH
025050*    PASSES.
025060     PERFORM 2540-APPLY-DEDUCTIONS
025070         THRU 2540-APPLY-DEDUCTIONS-EXIT.
025080     COMPUTE NET-PAY = GROSS-PAY - FICA-AMOUNT - FED-TAX-AMOUNT
025090         - PAY-STATE-TAX-AMOUNT - PAY-WD-TOTAL.
025100 2500-CALCULATE-GROSS-PAY-EXIT.
025110     EXIT.
025120
025130*----------------------------------------------------------------
025140* 2510-LOOK-UP-YTD-GROSS -- FIND THIS EMPLOYEE'S YEAR-TO-DATE
025150* GROSS AND FICA WAGES IN PAY-YTD-TABLE. AN EMPLOYEE NOT ON THE
025160* YTD FILE HAS EARNED NOTHING THIS YEAR.
025170*----------------------------------------------------------------
025180 2510-LOOK-UP-YTD-GROSS.
025190     MOVE ZERO TO PAY-YTD-GROSS-THIS-EMP.
025200     MOVE ZERO TO PAY-YTD-FICA-THIS-EMP.
025210     IF PAY-YTD-COUNT > ZERO
025220         SET PAY-YTD-IDX TO 1
025230         SEARCH PAY-YTD-ENTRY
025240             AT END
025250                 CONTINUE
025260             WHEN PAY-Y-EMPLOYEE-NUMBER(PAY-YTD-IDX) =
025270                     EMPLOYEE-NUMBER
025280                 MOVE PAY-Y-GROSS-PAY(PAY-YTD-IDX) TO
025290                     PAY-YTD-GROSS-THIS-EMP
025300                 MOVE PAY-Y-FICA-WAGES(PAY-YTD-IDX) TO
025310                     PAY-YTD-FICA-THIS-EMP
025320         END-SEARCH
025330     END-IF.
025340 2510-LOOK-UP-YTD-GROSS-EXIT.
025350     EXIT.
025360
025370*----------------------------------------------------------------
025380* 2520-COMPUTE-FED-TAX -- GRADUATED FEDERAL WITHHOLDING. EACH
025390* BRACKET'S RATE APPLIES ONLY TO THE SLICE OF TAXABLE WAGES
025400* BETWEEN ITS FLOOR AND THE NEXT BRACKET'S FLOOR (OR THE WHOLE
025410* REMAINDER FOR THE TOP BRACKET). WITHOUT A TAX PROFILE THE
025420* TAXABLE WAGES ARE THE PERIOD GROSS LESS PRE-TAX DEDUCTIONS.
025430* WITH ONE THOSE WAGES ARE ANNUALIZED, THE FILING-STATUS
025440* ALLOWANCE TAKEN OFF, THE
025450* BRACKET FLOORS SCALED TO A YEAR, THE DEPENDENT CREDIT TAKEN
025460* OFF THE ANNUAL TAX, AND THE TAX BROUGHT BACK TO ONE PERIOD
025470* BEFORE THE EXTRA WITHHOLDING IS ADDED. THE EXTRA AMOUNT IS
025480* NOT TAKEN IN A SUPPLEMENTAL PERIOD -- THE REGULAR PERIOD
025490* BEING CORRECTED ALREADY TOOK IT.
025500*----------------------------------------------------------------
025510 2520-COMPUTE-FED-TAX.
025520     MOVE ZERO TO FED-TAX-AMOUNT.
025530     MOVE ZERO TO PAY-FED-TAX-WORK.
025540     PERFORM 2515-READ-TAX-PROFILE
025550         THRU 2515-READ-TAX-PROFILE-EXIT.
025560     IF NOT PAY-PROFILE-ON-FILE
025570         MOVE PAY-INCOME-TAX-WAGES TO PAY-FED-TAXABLE-WAGES
025580         MOVE 1 TO PAY-TB-SCALE
025590     ELSE
025600         EVALUATE TRUE
025610             WHEN TPF-MARRIED
025620                 MOVE PAY-MARRIED-ALLOWANCE TO PAY-FED-ALLOWANCE
025630             WHEN TPF-HEAD-OF-HOUSEHOLD
025640                 MOVE PAY-HEAD-ALLOWANCE TO PAY-FED-ALLOWANCE
025650             WHEN OTHER
025660                 MOVE PAY-SINGLE-ALLOWANCE TO PAY-FED-ALLOWANCE
025670         END-EVALUATE
025680         MOVE PAY-PERIODS-PER-YEAR TO PAY-TB-SCALE
025690         COMPUTE PAY-FED-TAXABLE-WAGES =
025700             PAY-INCOME-TAX-WAGES * PAY-PERIODS-PER-YEAR
025710         IF PAY-FED-TAXABLE-WAGES > PAY-FED-ALLOWANCE
025720             SUBTRACT PAY-FED-ALLOWANCE FROM PAY-FED-TAXABLE-WAGES
025730         ELSE
025740             MOVE ZERO TO PAY-FED-TAXABLE-WAGES
025750         END-IF
025760     END-IF.
025770     PERFORM 2530-TAX-ONE-BRACKET
025780         THRU 2530-TAX-ONE-BRACKET-EXIT
025790         VARYING PAY-TB-IDX FROM 1 BY 1
025800         UNTIL PAY-TB-IDX > PAY-TAX-BRACKET-COUNT.
025810     IF NOT PAY-PROFILE-ON-FILE
025820         MOVE PAY-FED-TAX-WORK TO FED-TAX-AMOUNT
025830         GO TO 2520-COMPUTE-FED-TAX-EXIT
025840     END-IF.
025850     IF PAY-FED-TAX-WORK > TPF-DEPENDENT-CREDIT
025860         SUBTRACT TPF-DEPENDENT-CREDIT FROM PAY-FED-TAX-WORK
025870     ELSE
025880         MOVE ZERO TO PAY-FED-TAX-WORK
025890     END-IF.
025900     COMPUTE FED-TAX-AMOUNT ROUNDED =
025910         PAY-FED-TAX-WORK / PAY-PERIODS-PER-YEAR.
025920     IF NOT PAY-SUPPLEMENTAL-PERIOD
025930         ADD TPF-EXTRA-WITHHOLDING TO FED-TAX-AMOUNT
025940     END-IF.
025950*    WITHHOLDING NEVER TAKES MORE THAN IS LEFT OF GROSS AFTER
025960*    FICA AND THE PRE-TAX DEDUCTIONS.
025970     IF FED-TAX-AMOUNT > PAY-INCOME-TAX-WAGES - FICA-AMOUNT
025980         IF PAY-INCOME-TAX-WAGES > FICA-AMOUNT
025990             COMPUTE FED-TAX-AMOUNT =
026000                 PAY-INCOME-TAX-WAGES - FICA-AMOUNT
026010         ELSE
026020             MOVE ZERO TO FED-TAX-AMOUNT
026030         END-IF
026040     END-IF.
026050 2520-COMPUTE-FED-TAX-EXIT.
026060     EXIT.
026070
026080*----------------------------------------------------------------
026090* 2515-READ-TAX-PROFILE -- LOOK UP THE EMPLOYEE'S W-4 PROFILE.
026100* A PROFILE WITH DAMAGED AMOUNTS IS TREATED AS NO PROFILE.
026110*----------------------------------------------------------------
026120 2515-READ-TAX-PROFILE.
026130     MOVE 'N' TO PAY-PROFILE-FOUND.
026140     IF PAY-PROFILE-FILE-PRESENT NOT = 'Y'
026150         GO TO 2515-READ-TAX-PROFILE-EXIT
026160     END-IF.
026170     MOVE EMPLOYEE-NUMBER TO TPF-EMPLOYEE-NUMBER.
026180     READ TAX-PROFILE-FILE KEY IS TPF-EMPLOYEE-NUMBER
026190         INVALID KEY
026200             GO TO 2515-READ-TAX-PROFILE-EXIT
026210     END-READ.
026220     IF TPF-DEPENDENT-CREDIT NOT NUMERIC
026230         OR TPF-EXTRA-WITHHOLDING NOT NUMERIC
026240         DISPLAY 'TAX PROFILE FOR EMPLOYEE ' EMPLOYEE-NUMBER
026250             ' HAS A NON-NUMERIC AMOUNT - PERIOD BRACKETS USED.'
026260         GO TO 2515-READ-TAX-PROFILE-EXIT
026270     END-IF.
026280     MOVE 'Y' TO PAY-PROFILE-FOUND.
026290     ADD 1 TO PAY-PROFILE-COUNT.
026300 2515-READ-TAX-PROFILE-EXIT.
026310     EXIT.
026320
026330 2530-TAX-ONE-BRACKET.
026340     COMPUTE PAY-TB-SCALED-FLOOR =
026350         PAY-TB-FLOOR(PAY-TB-IDX) * PAY-TB-SCALE.
026360     IF PAY-FED-TAXABLE-WAGES <= PAY-TB-SCALED-FLOOR
026370         GO TO 2530-TAX-ONE-BRACKET-EXIT
026380     END-IF.
026390     IF PAY-TB-IDX < PAY-TAX-BRACKET-COUNT
026400         COMPUTE PAY-TB-CEILING =
026410             PAY-TB-FLOOR(PAY-TB-IDX + 1) * PAY-TB-SCALE
026420         IF PAY-FED-TAXABLE-WAGES < PAY-TB-CEILING
026430             MOVE PAY-FED-TAXABLE-WAGES TO PAY-TB-CEILING
026440         END-IF
026450     ELSE
026460         MOVE PAY-FED-TAXABLE-WAGES TO PAY-TB-CEILING
026470     END-IF.
026480     COMPUTE PAY-TB-SLICE =
026490         PAY-TB-CEILING - PAY-TB-SCALED-FLOOR.
026500     COMPUTE PAY-FED-TAX-WORK ROUNDED =
026510         PAY-FED-TAX-WORK +
026520         (PAY-TB-SLICE * PAY-TB-RATE(PAY-TB-IDX)).
026530 2530-TAX-ONE-BRACKET-EXIT.
026540     EXIT.
026550
026560*----------------------------------------------------------------
026570* 2525-COMPUTE-STATE-TAX -- GRADUATED STATE WITHHOLDING OFF THE
026580* WORK STATE'S BRACKETS, FIGURED THE SAME WAY AS THE FEDERAL.
026590* NO WORK STATE, OR A STATE NOT ON THE TABLE (NO TABLE FILE),
026600* WITHHOLDS NOTHING. STATE WAGES ARE THE FEDERAL TAXABLE WAGES
026610* (GROSS LESS PRE-TAX DEDUCTIONS). THE STATE TAX NEVER TAKES
026620* MORE THAN IS LEFT OF THOSE WAGES AFTER FICA AND FEDERAL
026630* WITHHOLDING.
026640*----------------------------------------------------------------
026650 2525-COMPUTE-STATE-TAX.
026660     MOVE ZERO TO PAY-STATE-TAX-AMOUNT.
026670     IF PAY-ENTRY-WORK-STATE = SPACES
026680         ADD 1 TO PAY-NO-STATE-COUNT
026690         GO TO 2525-COMPUTE-STATE-TAX-EXIT
026700     END-IF.
026710     IF PAY-STATE-COUNT = ZERO
026720         GO TO 2525-COMPUTE-STATE-TAX-EXIT
026730     END-IF.
026740     SET PAY-STATE-IDX TO 1.
026750     SEARCH PAY-STATE-ENTRY
026760         AT END
026770             GO TO 2525-COMPUTE-STATE-TAX-EXIT
026780         WHEN PAY-S-STATE-CODE(PAY-STATE-IDX) =
026790                 PAY-ENTRY-WORK-STATE
026800             CONTINUE
026810     END-SEARCH.
026820     PERFORM 2535-STATE-TAX-ONE-BRACKET
026830         THRU 2535-STATE-TAX-ONE-BRACKET-EXIT
026840         VARYING PAY-SB-IDX FROM 1 BY 1
026850         UNTIL PAY-SB-IDX > PAY-S-BRACKET-COUNT(PAY-STATE-IDX).
026860     COMPUTE PAY-STATE-AVAILABLE =
026870         PAY-INCOME-TAX-WAGES - FICA-AMOUNT - FED-TAX-AMOUNT.
026880     IF PAY-STATE-AVAILABLE < ZERO
026890         MOVE ZERO TO PAY-STATE-AVAILABLE
026900     END-IF.
026910     IF PAY-STATE-TAX-AMOUNT > PAY-STATE-AVAILABLE
026920         MOVE PAY-STATE-AVAILABLE TO PAY-STATE-TAX-AMOUNT
026930     END-IF.
026940 2525-COMPUTE-STATE-TAX-EXIT.
026950     EXIT.
026960
026970 2535-STATE-TAX-ONE-BRACKET.
026980     IF PAY-INCOME-TAX-WAGES <=
026990             PAY-S-FLOOR(PAY-STATE-IDX, PAY-SB-IDX)
027000         GO TO 2535-STATE-TAX-ONE-BRACKET-EXIT
027010     END-IF.
027020     IF PAY-SB-IDX < PAY-S-BRACKET-COUNT(PAY-STATE-IDX)
027030         MOVE PAY-S-FLOOR(PAY-STATE-IDX, PAY-SB-IDX + 1) TO
027040             PAY-TB-CEILING
027050         IF PAY-INCOME-TAX-WAGES < PAY-TB-CEILING
027060             MOVE PAY-INCOME-TAX-WAGES TO PAY-TB-CEILING
027070         END-IF
027080     ELSE
027090         MOVE PAY-INCOME-TAX-WAGES TO PAY-TB-CEILING
027100     END-IF.
027110     COMPUTE PAY-TB-SLICE =
027120         PAY-TB-CEILING - PAY-S-FLOOR(PAY-STATE-IDX, PAY-SB-IDX).
027130     COMPUTE PAY-STATE-TAX-AMOUNT ROUNDED =
027140         PAY-STATE-TAX-AMOUNT +
027150         (PAY-TB-SLICE * PAY-S-RATE(PAY-STATE-IDX, PAY-SB-IDX)).
027160 2535-STATE-TAX-ONE-BRACKET-EXIT.
027170     EXIT.
027180
027190*----------------------------------------------------------------
027200* 2537-APPLY-PRETAX-DEDUCTIONS -- CLEAR THE ITEMIZED SLOTS AND
027210* TAKE THE EMPLOYEE'S PRE-TAX VOLUNTARY DEDUCTIONS (TAX
027220* TREATMENT F OR S) OFF GROSS, IN FILE ORDER, BEFORE ANY TAX IS
027230* FIGURED. THE F AND S TOTALS SET THE FEDERAL AND FICA TAXABLE
027240* WAGES.
027250*----------------------------------------------------------------
027260 2537-APPLY-PRETAX-DEDUCTIONS.
027270     MOVE ZERO TO PAY-WD-TOTAL.
027280     MOVE ZERO TO PAY-WD-COUNT.
027290     MOVE ZERO TO PAY-PRETAX-FED-TOTAL.
027300     MOVE ZERO TO PAY-PRETAX-FICA-TOTAL.
027310     MOVE ZERO TO PAY-DEFERRAL-TOTAL.
027320     PERFORM 2545-CLEAR-ONE-WORK-DEDUCTION
027330         THRU 2545-CLEAR-ONE-WORK-DEDUCTION-EXIT
027340         VARYING PAY-WD-CLEAR-IDX FROM 1 BY 1
027350         UNTIL PAY-WD-CLEAR-IDX > PAY-WD-MAX-ITEMS.
027360     MOVE GROSS-PAY TO PAY-DED-AVAILABLE.
027370     IF PAY-DEDUCT-COUNT = ZERO
027380         OR PAY-DED-AVAILABLE <= ZERO
027390         GO TO 2537-APPLY-PRETAX-DEDUCTIONS-EXIT
027400     END-IF.
027410     MOVE 'P' TO PAY-DED-PASS.
027420     PERFORM 2554-SCAN-ONE-VOLUNTARY
027430         THRU 2554-SCAN-ONE-VOLUNTARY-EXIT
027440         VARYING PAY-DED-SCAN-IDX FROM 1 BY 1
027450         UNTIL PAY-DED-SCAN-IDX > PAY-DEDUCT-COUNT.
027460     MOVE 'A' TO PAY-DED-PASS.
027470 2537-APPLY-PRETAX-DEDUCTIONS-EXIT.
027480     EXIT.
027490
027500*----------------------------------------------------------------
027510* 2540-APPLY-DEDUCTIONS -- APPLY THE EMPLOYEE'S POST-TAX
027520* DEDUCTIONS FROM THE DEDUCTION MASTER AGAINST WHAT IS LEFT OF
027530* GROSS AFTER THE PRE-TAX DEDUCTIONS, FICA AND FEDERAL AND
027540* STATE WITHHOLDING. GARNISHMENTS (TYPE G) GO FIRST, IN THEIR
027550* LEGAL PRIORITY ORDER OFF THE FILE, THEN
027560* VOLUNTARY DEDUCTIONS (TYPE V) IN FILE ORDER. EACH DEDUCTION
027570* STOPS AT ITS GOAL/LIMIT AMOUNT AND AT THE PAY STILL AVAILABLE
027580* -- NET PAY IS NEVER DRIVEN NEGATIVE. THE ITEMIZED SLOTS WERE
027590* CLEARED BY 2537-APPLY-PRETAX-DEDUCTIONS AND ALREADY HOLD THE
027600* PRE-TAX ITEMS.
027610*----------------------------------------------------------------
027620 2540-APPLY-DEDUCTIONS.
027630     MOVE 'A' TO PAY-DED-PASS.
027640     COMPUTE PAY-DED-AVAILABLE =
027650         GROSS-PAY - FICA-AMOUNT - FED-TAX-AMOUNT
027660         - PAY-STATE-TAX-AMOUNT - PAY-WD-TOTAL.
027670     IF PAY-DEDUCT-COUNT = ZERO
027680         OR PAY-DED-AVAILABLE <= ZERO
027690         GO TO 2540-APPLY-DEDUCTIONS-EXIT
027700     END-IF.
027710     PERFORM 2550-ONE-GARNISHMENT-PASS
027720         THRU 2550-ONE-GARNISHMENT-PASS-EXIT
027730         VARYING PAY-DED-WANTED-PRIORITY FROM 1 BY 1
027740         UNTIL PAY-DED-WANTED-PRIORITY > 9.
027750     PERFORM 2554-SCAN-ONE-VOLUNTARY
027760         THRU 2554-SCAN-ONE-VOLUNTARY-EXIT
027770         VARYING PAY-DED-SCAN-IDX FROM 1 BY 1
027780         UNTIL PAY-DED-SCAN-IDX > PAY-DEDUCT-COUNT.
027790 2540-APPLY-DEDUCTIONS-EXIT.
027800     EXIT.
027810
027820 2545-CLEAR-ONE-WORK-DEDUCTION.
027830     MOVE SPACES TO PAY-WD-CODE(PAY-WD-CLEAR-IDX).
027840     MOVE ZERO TO PAY-WD-AMOUNT(PAY-WD-CLEAR-IDX).
027850 2545-CLEAR-ONE-WORK-DEDUCTION-EXIT.
027860     EXIT.
027870
027880 2550-ONE-GARNISHMENT-PASS.
027890     PERFORM 2552-SCAN-ONE-GARNISHMENT
027900         THRU 2552-SCAN-ONE-GARNISHMENT-EXIT
027910         VARYING PAY-DED-SCAN-IDX FROM 1 BY 1
027920         UNTIL PAY-DED-SCAN-IDX > PAY-DEDUCT-COUNT.
027930 2550-ONE-GARNISHMENT-PASS-EXIT.
027940     EXIT.
027950
027960 2552-SCAN-ONE-GARNISHMENT.
027970     IF PAY-DE-EMPLOYEE-NUMBER(PAY-DED-SCAN-IDX) =
027980             EMPLOYEE-NUMBER
027990         AND PAY-DE-TYPE(PAY-DED-SCAN-IDX) = 'G'
028000         AND PAY-DE-PRIORITY(PAY-DED-SCAN-IDX) =
028010             PAY-DED-WANTED-PRIORITY
028020         PERFORM 2560-APPLY-ONE-DEDUCTION
028030             THRU 2560-APPLY-ONE-DEDUCTION-EXIT
028040     END-IF.
028050 2552-SCAN-ONE-GARNISHMENT-EXIT.
028060     EXIT.
028070
028080 2554-SCAN-ONE-VOLUNTARY.
028090*    A FLAT-AMOUNT VOLUNTARY DEDUCTION WAS ALREADY TAKEN IN THE
028100*    REGULAR CYCLE AND MUST NOT COME OUT A SECOND TIME ON A
028110*    SUPPLEMENTAL CALCULATION. PERCENT DEDUCTIONS (OF THE
028120*    SUPPLEMENTAL GROSS) AND GARNISHMENTS STILL APPLY.
028130     IF PAY-SUPPLEMENTAL-PERIOD
028140         AND PAY-DE-METHOD(PAY-DED-SCAN-IDX) = 'F'
028150         GO TO 2554-SCAN-ONE-VOLUNTARY-EXIT
028160     END-IF.
028170*    EACH VOLUNTARY DEDUCTION IS TAKEN IN ONE PASS ONLY -- THE
028180*    PRE-TAX PASS TAKES THE F AND S ENTRIES, THE POST-TAX PASS
028190*    THE REST.
028200     IF PAY-PRETAX-PASS
028210         AND PAY-DE-TAX-TREATMENT(PAY-DED-SCAN-IDX) = 'N'
028220         GO TO 2554-SCAN-ONE-VOLUNTARY-EXIT
028230     END-IF.
028240     IF PAY-POSTTAX-PASS
028250         AND PAY-DE-TAX-TREATMENT(PAY-DED-SCAN-IDX) NOT = 'N'
028260         GO TO 2554-SCAN-ONE-VOLUNTARY-EXIT
028270     END-IF.
028280     IF PAY-DE-EMPLOYEE-NUMBER(PAY-DED-SCAN-IDX) =
028290             EMPLOYEE-NUMBER
028300         AND PAY-DE-TYPE(PAY-DED-SCAN-IDX) = 'V'
028310         PERFORM 2560-APPLY-ONE-DEDUCTION
028320             THRU 2560-APPLY-ONE-DEDUCTION-EXIT
028330     END-IF.
028340 2554-SCAN-ONE-VOLUNTARY-EXIT.
028350     EXIT.
028360
028370*----------------------------------------------------------------
028380* 2560-APPLY-ONE-DEDUCTION -- THE TABLE ENTRY AT PAY-DED-SCAN-IDX
028390* APPLIES TO THIS EMPLOYEE. DERIVE THE PERIOD AMOUNT (FLAT OR
028400* PERCENT OF GROSS), CAP IT AT WHAT IS LEFT OF THE GOAL AND AT
028410* THE PAY STILL AVAILABLE, AND PUT IT IN THE NEXT ITEMIZED SLOT.
028420*----------------------------------------------------------------
028430 2560-APPLY-ONE-DEDUCTION.
028440     IF PAY-DED-AVAILABLE <= ZERO
028450         GO TO 2560-APPLY-ONE-DEDUCTION-EXIT
028460     END-IF.
028470     IF PAY-DE-METHOD(PAY-DED-SCAN-IDX) = 'P'
028480         COMPUTE PAY-DED-THIS-AMOUNT ROUNDED =
028490             GROSS-PAY * PAY-DE-PERCENT(PAY-DED-SCAN-IDX)
028500     ELSE
028510         MOVE PAY-DE-FLAT-AMOUNT(PAY-DED-SCAN-IDX) TO
028520             PAY-DED-THIS-AMOUNT
028530     END-IF.
028540     IF PAY-DE-GOAL-AMOUNT(PAY-DED-SCAN-IDX) > ZERO
028550         COMPUTE PAY-DED-GOAL-REMAINING =
028560             PAY-DE-GOAL-AMOUNT(PAY-DED-SCAN-IDX) -
028570             PAY-DE-TAKEN-AMOUNT(PAY-DED-SCAN-IDX)
028580         IF PAY-DED-GOAL-REMAINING <= ZERO
028590             GO TO 2560-APPLY-ONE-DEDUCTION-EXIT
028600         END-IF
028610         IF PAY-DED-THIS-AMOUNT > PAY-DED-GOAL-REMAINING
028620             MOVE PAY-DED-GOAL-REMAINING TO PAY-DED-THIS-AMOUNT
028630         END-IF
028640     END-IF.
028650     IF PAY-DED-THIS-AMOUNT > PAY-DED-AVAILABLE
028660         MOVE PAY-DED-AVAILABLE TO PAY-DED-THIS-AMOUNT
028670     END-IF.
028680     IF PAY-DED-THIS-AMOUNT = ZERO
028690         GO TO 2560-APPLY-ONE-DEDUCTION-EXIT
028700     END-IF.
028710     IF PAY-WD-COUNT >= PAY-WD-MAX-ITEMS
028720         DISPLAY 'EMPLOYEE ' EMPLOYEE-NUMBER ' HAS MORE THAN '
028730             PAY-WD-MAX-ITEMS ' DEDUCTIONS - CODE '
028740             PAY-DE-CODE(PAY-DED-SCAN-IDX) ' NOT TAKEN THIS '
028750             'PERIOD.'
028760         GO TO 2560-APPLY-ONE-DEDUCTION-EXIT
028770     END-IF.
028780     ADD 1 TO PAY-WD-COUNT.
028790     MOVE PAY-DE-CODE(PAY-DED-SCAN-IDX) TO
028800         PAY-WD-CODE(PAY-WD-COUNT).
028810     MOVE PAY-DED-THIS-AMOUNT TO PAY-WD-AMOUNT(PAY-WD-COUNT).
028820     ADD PAY-DED-THIS-AMOUNT TO PAY-WD-TOTAL.
028830     SUBTRACT PAY-DED-THIS-AMOUNT FROM PAY-DED-AVAILABLE.
028840     IF PAY-DE-TAX-TREATMENT(PAY-DED-SCAN-IDX) = 'F'
028850         ADD PAY-DED-THIS-AMOUNT TO PAY-PRETAX-FED-TOTAL
028860         ADD PAY-DED-THIS-AMOUNT TO PAY-DEFERRAL-TOTAL
028870     END-IF.
028880     IF PAY-DE-TAX-TREATMENT(PAY-DED-SCAN-IDX) = 'S'
028890         ADD PAY-DED-THIS-AMOUNT TO PAY-PRETAX-FED-TOTAL
028900         ADD PAY-DED-THIS-AMOUNT TO PAY-PRETAX-FICA-TOTAL
028910     END-IF.
028920 2560-APPLY-ONE-DEDUCTION-EXIT.
028930     EXIT.
028940
028950*----------------------------------------------------------------
028960* 2570-MOVE-DEDUCTIONS-TO-MASTER -- CARRY THE AMOUNTS JUST TAKEN
028970* ONTO THE MASTER RECORD SO THE STATEMENT, JOURNAL AND CLOSE
028980* RUNS SEE THE SAME ITEMIZED FIGURES THE NET WAS DERIVED FROM.
028990*----------------------------------------------------------------
029000 2570-MOVE-DEDUCTIONS-TO-MASTER.
029010     MOVE PAY-WD-TOTAL TO OUT-OTHER-DED-TOTAL.
029020     PERFORM 2575-MOVE-ONE-DEDUCTION
029030         THRU 2575-MOVE-ONE-DEDUCTION-EXIT
029040         VARYING PAY-WD-MOVE-IDX FROM 1 BY 1
029050         UNTIL PAY-WD-MOVE-IDX > PAY-WD-MAX-ITEMS.
029060 2570-MOVE-DEDUCTIONS-TO-MASTER-EXIT.
029070     EXIT.
029080
029090 2575-MOVE-ONE-DEDUCTION.
029100     MOVE PAY-WD-CODE(PAY-WD-MOVE-IDX) TO
029110         OUT-DED-CODE(PAY-WD-MOVE-IDX).
029120     MOVE PAY-WD-AMOUNT(PAY-WD-MOVE-IDX) TO
029130         OUT-DED-AMOUNT(PAY-WD-MOVE-IDX).
029140 2575-MOVE-ONE-DEDUCTION-EXIT.
029150     EXIT.
029160
029170*----------------------------------------------------------------
029180* 2580-MOVE-STATUS-TO-MASTER -- STAMP THE RESOLVED EMPLOYMENT
029190* STATUS, HIRE DATE AND TERMINATION EFFECTIVE DATE ON THE
029200* MASTER RECORD BEING WRITTEN OR REWRITTEN.
029210*----------------------------------------------------------------
029220 2580-MOVE-STATUS-TO-MASTER.
029230     MOVE PAY-ENTRY-STATUS TO OUT-EMPLOY-STATUS.
029240     MOVE PAY-ENTRY-HIRE-DATE TO OUT-HIRE-DATE.
029250     MOVE PAY-ENTRY-TERM-DATE TO OUT-TERM-DATE.
029260 2580-MOVE-STATUS-TO-MASTER-EXIT.
029270     EXIT.
029280
029290*----------------------------------------------------------------
029300* 2585-MOVE-STATE-TAX-TO-MASTER -- STAMP THE WORK STATE AND THE
029310* STATE TAX JUST FIGURED ON THE MASTER RECORD.
029320*----------------------------------------------------------------
029330 2585-MOVE-STATE-TAX-TO-MASTER.
029340     MOVE PAY-ENTRY-WORK-STATE TO OUT-WORK-STATE.
029350     MOVE PAY-STATE-TAX-AMOUNT TO OUT-STATE-TAX-AMOUNT.
029360 2585-MOVE-STATE-TAX-TO-MASTER-EXIT.
029370     EXIT.
029380
029390*----------------------------------------------------------------
029400* 2587-MOVE-TAX-WAGES-TO-MASTER -- STAMP THE FEDERAL TAXABLE
029410* WAGES, THE FICA WAGES ACTUALLY TAXED AND THE 401(K) DEFERRAL
029420* ON THE MASTER RECORD FOR THE YTD ROLL AND THE W-2.
029430*----------------------------------------------------------------
029440 2587-MOVE-TAX-WAGES-TO-MASTER.
029450     MOVE PAY-INCOME-TAX-WAGES TO OUT-FED-TAXABLE-WAGES.
029460     MOVE PAY-FICA-TAXABLE-PAY TO OUT-FICA-WAGES.
029470     MOVE PAY-DEFERRAL-TOTAL TO OUT-DEFERRAL-AMOUNT.
029480 2587-MOVE-TAX-WAGES-TO-MASTER-EXIT.
029490     EXIT.
029500
029510*----------------------------------------------------------------
029520* 2588-MOVE-DIST-TO-MASTER -- STAMP THE ENTRY'S COST-CENTER SPLIT
029530* ON THE MASTER RECORD AND SPREAD THE GROSS JUST FIGURED ACROSS
029540* IT.
029550*----------------------------------------------------------------
029560 2588-MOVE-DIST-TO-MASTER.
029570     PERFORM 2590-MOVE-ONE-DIST
029580         THRU 2590-MOVE-ONE-DIST-EXIT
029590         VARYING PAY-DIST-IDX FROM 1 BY 1
029600         UNTIL PAY-DIST-IDX > PAY-DIST-MAX-ITEMS.
029610     PERFORM 2589-SPREAD-GROSS-BY-DIST
029620         THRU 2589-SPREAD-GROSS-BY-DIST-EXIT.
029630 2588-MOVE-DIST-TO-MASTER-EXIT.
029640     EXIT.
029650
029660*----------------------------------------------------------------
029670* 2589-SPREAD-GROSS-BY-DIST -- SHARE OUT-GROSS-PAY ACROSS THE
029680* COST CENTERS ON THE MASTER RECORD IN PROPORTION TO THEIR
029690* HOURS. THE LAST COST CENTER IN USE TAKES WHAT IS LEFT SO THE
029700* SHARES ALWAYS FOOT TO GROSS. WITH NO HOURS TO SPREAD BY (A
029710* SALARIED PAYMENT) THE SPLIT IS CLEARED AND THE HOME DEPARTMENT
029720* CARRIES THE WHOLE PAYMENT.
029730*----------------------------------------------------------------
029740 2589-SPREAD-GROSS-BY-DIST.
029750     MOVE ZERO TO PAY-DIST-LAST-IDX.
029760     PERFORM 2591-NORMALIZE-ONE-DIST
029770         THRU 2591-NORMALIZE-ONE-DIST-EXIT
029780         VARYING PAY-DIST-IDX FROM 1 BY 1
029790         UNTIL PAY-DIST-IDX > PAY-DIST-MAX-ITEMS.
029800     IF PAY-DIST-LAST-IDX = ZERO
029810         OR OUT-HOURS-WORKED NOT NUMERIC
029820         OR OUT-HOURS-WORKED = ZERO
029830         PERFORM 2593-CLEAR-ONE-MASTER-DIST
029840             THRU 2593-CLEAR-ONE-MASTER-DIST-EXIT
029850             VARYING PAY-DIST-IDX FROM 1 BY 1
029860             UNTIL PAY-DIST-IDX > PAY-DIST-MAX-ITEMS
029870         GO TO 2589-SPREAD-GROSS-BY-DIST-EXIT
029880     END-IF.
029890     MOVE OUT-GROSS-PAY TO PAY-DIST-GROSS-LEFT.
029900     PERFORM 2592-SHARE-ONE-DIST
029910         THRU 2592-SHARE-ONE-DIST-EXIT
029920         VARYING PAY-DIST-IDX FROM 1 BY 1
029930         UNTIL PAY-DIST-IDX > PAY-DIST-LAST-IDX.
029940 2589-SPREAD-GROSS-BY-DIST-EXIT.
029950     EXIT.
029960
029970 2590-MOVE-ONE-DIST.
029980     MOVE PAY-ED-DEPT-CODE(PAY-DIST-IDX) TO
029990         OUT-DIST-DEPT-CODE(PAY-DIST-IDX).
030000     MOVE PAY-ED-HOURS(PAY-DIST-IDX) TO
030010         OUT-DIST-HOURS(PAY-DIST-IDX).
030020     MOVE ZERO TO OUT-DIST-GROSS(PAY-DIST-IDX).
030030 2590-MOVE-ONE-DIST-EXIT.
030040     EXIT.
030050
030060*    A RECORD WRITTEN BEFORE THE SPLIT EXISTED HAS SPACES IN IT;
030070*    A SLOT WITH NO DEPARTMENT OR NO USABLE HOURS IS NOT IN USE.
030080 2591-NORMALIZE-ONE-DIST.
030090     IF OUT-DIST-DEPT-CODE(PAY-DIST-IDX) = SPACES
030100         OR OUT-DIST-HOURS(PAY-DIST-IDX) NOT NUMERIC
030110         PERFORM 2593-CLEAR-ONE-MASTER-DIST
030120             THRU 2593-CLEAR-ONE-MASTER-DIST-EXIT
030130     ELSE
030140         MOVE PAY-DIST-IDX TO PAY-DIST-LAST-IDX
030150         MOVE ZERO TO OUT-DIST-GROSS(PAY-DIST-IDX)
030160     END-IF.
030170 2591-NORMALIZE-ONE-DIST-EXIT.
030180     EXIT.
030190
030200 2592-SHARE-ONE-DIST.
030210     IF OUT-DIST-DEPT-CODE(PAY-DIST-IDX) = SPACES
030220         GO TO 2592-SHARE-ONE-DIST-EXIT
030230     END-IF.
030240     IF PAY-DIST-IDX = PAY-DIST-LAST-IDX
030250         MOVE PAY-DIST-GROSS-LEFT TO OUT-DIST-GROSS(PAY-DIST-IDX)
030260     ELSE
030270         COMPUTE OUT-DIST-GROSS(PAY-DIST-IDX) ROUNDED =
030280             OUT-GROSS-PAY * OUT-DIST-HOURS(PAY-DIST-IDX) /
030290             OUT-HOURS-WORKED
030300         SUBTRACT OUT-DIST-GROSS(PAY-DIST-IDX) FROM
030310             PAY-DIST-GROSS-LEFT
030320     END-IF.
030330 2592-SHARE-ONE-DIST-EXIT.
030340     EXIT.
030350
030360 2593-CLEAR-ONE-MASTER-DIST.
030370     MOVE SPACES TO OUT-DIST-DEPT-CODE(PAY-DIST-IDX).
030380     MOVE ZERO TO OUT-DIST-HOURS(PAY-DIST-IDX).
030390     MOVE ZERO TO OUT-DIST-GROSS(PAY-DIST-IDX).
030400 2593-CLEAR-ONE-MASTER-DIST-EXIT.
030410     EXIT.
030420
030430 2600-WRITE-RECORD.
030440     MOVE PAYRECORD-IN TO PAYRECORD-OUT.
030450     MOVE PAY-CURRENT-PERIOD TO OUT-PAY-PERIOD.
030460     PERFORM 2570-MOVE-DEDUCTIONS-TO-MASTER
030470         THRU 2570-MOVE-DEDUCTIONS-TO-MASTER-EXIT.
030480     PERFORM 2580-MOVE-STATUS-TO-MASTER
030490         THRU 2580-MOVE-STATUS-TO-MASTER-EXIT.
030500     PERFORM 2585-MOVE-STATE-TAX-TO-MASTER
030510         THRU 2585-MOVE-STATE-TAX-TO-MASTER-EXIT.
030520     PERFORM 2587-MOVE-TAX-WAGES-TO-MASTER
030530         THRU 2587-MOVE-TAX-WAGES-TO-MASTER-EXIT.
030540     PERFORM 2588-MOVE-DIST-TO-MASTER
030550         THRU 2588-MOVE-DIST-TO-MASTER-EXIT.
030560     MOVE PAY-OPERATOR-ID TO AUD-OPERATOR-ID.
030570     MOVE PAY-ACTION-CODE TO AUD-ACTION-CODE.
030580     ACCEPT AUD-ENTRY-DATE FROM DATE YYYYMMDD.
030590     ACCEPT AUD-ENTRY-TIME FROM TIME.
030600     MOVE ZERO TO AUD-REFERENCE-PERIOD.
030610     WRITE PAYRECORD-OUT
030620         INVALID KEY
030630             DISPLAY 'ERROR WRITING PAYROLL MASTER - FILE '
030640                 'STATUS: ' PAY-FILE-STATUS
030650             GO TO 2600-WRITE-RECORD-EXIT
030660     END-WRITE.
030670     IF PAY-FILE-STATUS NOT = '00'
030680         DISPLAY 'ERROR WRITING PAYROLL MASTER - FILE STATUS: '
030690             PAY-FILE-STATUS
030700         GO TO 2600-WRITE-RECORD-EXIT
030710     END-IF.
030720     ADD 1 TO PAY-MASTER-COUNT.
030730     ADD 1 TO PAY-TRANSACTIONS-APPLIED.
030740     ADD 1 TO PAY-WRITES-SINCE-CHECKPOINT.
030750     MOVE EMPLOYEE-NUMBER TO PAY-LAST-SAVED-EMPLOYEE-NUMBER.
030760     IF PAY-WRITES-SINCE-CHECKPOINT >= 10
030770         PERFORM 2650-WRITE-CHECKPOINT
030780             THRU 2650-WRITE-CHECKPOINT-EXIT
030790     END-IF.
030800 2600-WRITE-RECORD-EXIT.
030810     EXIT.
030820
030830*----------------------------------------------------------------
030840* 2650-WRITE-CHECKPOINT -- SAVE THE LAST EMPLOYEE NUMBER WRITTEN
030850* SO A RUN THAT STOPS SHORT OF NORMAL TERMINATION CAN BE RESTARTED
030860* WITHOUT RE-KEYING ENTRIES ALREADY APPLIED.
030870*----------------------------------------------------------------
030880 2650-WRITE-CHECKPOINT.
030890     OPEN OUTPUT CHECKPOINT-FILE.
030900     MOVE SPACES TO CHECKPOINT-RECORD.
030910     MOVE PAY-LAST-SAVED-EMPLOYEE-NUMBER TO CKPT-EMPLOYEE-NUMBER.
030920     MOVE PAY-MASTER-COUNT TO CKPT-WRITE-COUNT.
030930     WRITE CHECKPOINT-RECORD.
030940     IF PAY-CKPT-STATUS NOT = '00'
030950         DISPLAY 'ERROR WRITING CHECKPOINT - FILE STATUS: '
030960             PAY-CKPT-STATUS
030970     END-IF.
030980     CLOSE CHECKPOINT-FILE.
030990     MOVE ZERO TO PAY-WRITES-SINCE-CHECKPOINT.
031000 2650-WRITE-CHECKPOINT-EXIT.
031010     EXIT.
031020
031030*----------------------------------------------------------------
031040* 2700-CHANGE-RECORD -- LOCATE AN EXISTING EMPLOYEE BY A KEYED
031050* READ AND REWRITE THE MASTER RECORD IN PLACE WITH CORRECTED
031060* DATA.
031070*----------------------------------------------------------------
031080 2700-CHANGE-RECORD.
031090     IF PAY-INTERACTIVE-MODE
031100         DISPLAY 'ENTER THE EMPLOYEE NUMBER TO CHANGE:'
031110         ACCEPT PAY-LOOKUP-NUMBER
031120     ELSE
031130         MOVE EMPLOYEE-NUMBER TO PAY-LOOKUP-NUMBER
031140     END-IF.
031150     PERFORM 2410-READ-MASTER-BY-KEY
031160         THRU 2410-READ-MASTER-BY-KEY-EXIT.
031170     IF PAY-RECORD-ON-FILE
031180         PERFORM 2710-ACCEPT-CHANGE-DATA
031190             THRU 2710-ACCEPT-CHANGE-DATA-EXIT
031200     ELSE
031210         DISPLAY 'EMPLOYEE NUMBER NOT ON FILE - '
031220             'NO CHANGE MADE.'
031230     END-IF.
031240 2700-CHANGE-RECORD-EXIT.
031250     EXIT.
031260
031270 2710-ACCEPT-CHANGE-DATA.
031280     MOVE OUT-EMPLOYEE-NUMBER TO
031290         EMPLOYEE-NUMBER.
031300*    HOLD THE STATUS AND DATES ALREADY ON THE MASTER -- A BLANK
031310*    STATUS ON THE CHANGE KEEPS THEM. A RECORD WRITTEN BEFORE
031320*    THE STATUS FIELDS EXISTED IS TREATED AS ACTIVE.
031330     IF OUT-EMPLOY-STATUS = 'A' OR OUT-EMPLOY-STATUS = 'L'
031340         OR OUT-EMPLOY-STATUS = 'T'
031350         MOVE OUT-EMPLOY-STATUS TO PAY-PRIOR-STATUS
031360     ELSE
031370         MOVE 'A' TO PAY-PRIOR-STATUS
031380     END-IF.
031390*    A NONZERO HIRE DATE ON A BATCH C TRANSACTION (ALREADY IN
031400*    PAY-ENTRY-HIRE-DATE FROM THE TRANSACTION RECORD) IS AN
031410*    INTENDED CORRECTION AND IS KEPT; OTHERWISE THE DATE
031420*    ALREADY ON THE MASTER CARRIES FORWARD.
031430     IF PAY-BATCH-MODE AND PAY-ENTRY-HIRE-DATE NOT = ZERO
031440         CONTINUE
031450     ELSE
031460         IF OUT-HIRE-DATE NUMERIC
031470             MOVE OUT-HIRE-DATE TO PAY-ENTRY-HIRE-DATE
031480         ELSE
031490             MOVE ZERO TO PAY-ENTRY-HIRE-DATE
031500         END-IF
031510     END-IF.
031520     IF OUT-TERM-DATE NUMERIC
031530         MOVE OUT-TERM-DATE TO PAY-PRIOR-TERM-DATE
031540     ELSE
031550         MOVE ZERO TO PAY-PRIOR-TERM-DATE
031560     END-IF.
031570     MOVE OUT-WORK-STATE TO PAY-PRIOR-WORK-STATE.
031580     IF PAY-INTERACTIVE-MODE
031590         DISPLAY 'ENTER THE NEW EMPLOYEE LASTNAME:'
031600         ACCEPT EMPLOYEE-LASTNAME
031610         DISPLAY 'ENTER THE NEW EMPLOYEE INITIAL:'
031620         ACCEPT EMPLOYEE-INITIAL
031630         DISPLAY 'ENTER THE DEPARTMENT CODE:'
031640         ACCEPT DEPARTMENT-CODE
031650         DISPLAY 'ENTER THE WORK STATE CODE (BLANK KEEPS '
031660             PAY-PRIOR-WORK-STATE '):'
031670         ACCEPT PAY-ENTRY-WORK-STATE
031680         DISPLAY 'EMPLOYMENT STATUS -- A)CTIVE  L)EAVE  '
031690             'T)ERMINATED (BLANK KEEPS ' PAY-PRIOR-STATUS '):'
031700         ACCEPT PAY-ENTRY-STATUS
031710         IF PAY-ENTRY-TERMINATED
031720             DISPLAY 'ENTER THE TERMINATION EFFECTIVE DATE '
031730                 '(YYYYMMDD, BLANK FOR TODAY):'
031740             ACCEPT PAY-ENTRY-TERM-DATE
031750         ELSE
031760             MOVE ZERO TO PAY-ENTRY-TERM-DATE
031770         END-IF
031780         DISPLAY 'HOURLY OR SALARIED -- ENTER H or S:'
031790         ACCEPT SALARY-CODE
031800         IF PAY-BY-SALARY
031810             DISPLAY 'ENTER THE SALARY AMOUNT FOR THE PERIOD:'
031820             ACCEPT SALARY-AMOUNT
031830             MOVE ZERO TO HOURS-WORKED
031840             MOVE ZERO TO HOURLY-RATE
031850         ELSE
031860             DISPLAY 'ENTER HOURS WORKED:'
031870             ACCEPT HOURS-WORKED
031880             DISPLAY 'ENTER THE HOURLY RATE:'
031890             ACCEPT HOURLY-RATE
031900             MOVE ZERO TO SALARY-AMOUNT
031910         END-IF
031920     END-IF.
031930     PERFORM 2420-VALIDATE-DEPARTMENT
031940         THRU 2420-VALIDATE-DEPARTMENT-EXIT.
031950     IF NOT PAY-DEPT-ON-FILE
031960         MOVE 'DEPARTMENT CODE NOT ON REFERENCE FILE' TO
031970             PAY-REJECT-REASON
031980         PERFORM 2450-WRITE-EXCEPTION-RECORD
031990             THRU 2450-WRITE-EXCEPTION-RECORD-EXIT
032000         GO TO 2710-ACCEPT-CHANGE-DATA-EXIT
032010     END-IF.
032020*    A BLANK WORK STATE ON THE CHANGE KEEPS THE ONE ALREADY ON
032030*    THE MASTER.
032040     IF PAY-ENTRY-WORK-STATE = SPACES
032050         MOVE PAY-PRIOR-WORK-STATE TO PAY-ENTRY-WORK-STATE
032060     END-IF.
032070     PERFORM 2430-VALIDATE-WORK-STATE
032080         THRU 2430-VALIDATE-WORK-STATE-EXIT.
032090     IF NOT PAY-STATE-ON-FILE
032100         MOVE 'WORK STATE NOT ON STATE TAX TABLE' TO
032110             PAY-REJECT-REASON
032120         PERFORM 2450-WRITE-EXCEPTION-RECORD
032130             THRU 2450-WRITE-EXCEPTION-RECORD-EXIT
032140         GO TO 2710-ACCEPT-CHANGE-DATA-EXIT
032150     END-IF.
032160     PERFORM 2440-VALIDATE-DISTRIBUTION
032170         THRU 2440-VALIDATE-DISTRIBUTION-EXIT.
032180     IF NOT PAY-DIST-OK
032190         PERFORM 2450-WRITE-EXCEPTION-RECORD
032200             THRU 2450-WRITE-EXCEPTION-RECORD-EXIT
032210         GO TO 2710-ACCEPT-CHANGE-DATA-EXIT
032220     END-IF.
032230     PERFORM 2720-EDIT-EMPLOYMENT-STATUS
032240         THRU 2720-EDIT-EMPLOYMENT-STATUS-EXIT.
032250     IF PAY-RECORD-REJECTED
032260         GO TO 2710-ACCEPT-CHANGE-DATA-EXIT
032270     END-IF.
032280     PERFORM 2500-CALCULATE-GROSS-PAY
032290         THRU 2500-CALCULATE-GROSS-PAY-EXIT.
032300     MOVE PAYRECORD-IN TO PAYRECORD-OUT.
032310     MOVE PAY-CURRENT-PERIOD TO OUT-PAY-PERIOD.
032320     PERFORM 2570-MOVE-DEDUCTIONS-TO-MASTER
032330         THRU 2570-MOVE-DEDUCTIONS-TO-MASTER-EXIT.
032340     PERFORM 2580-MOVE-STATUS-TO-MASTER
032350         THRU 2580-MOVE-STATUS-TO-MASTER-EXIT.
032360     PERFORM 2585-MOVE-STATE-TAX-TO-MASTER
032370         THRU 2585-MOVE-STATE-TAX-TO-MASTER-EXIT.
032380     PERFORM 2587-MOVE-TAX-WAGES-TO-MASTER
032390         THRU 2587-MOVE-TAX-WAGES-TO-MASTER-EXIT.
032400     PERFORM 2588-MOVE-DIST-TO-MASTER
032410         THRU 2588-MOVE-DIST-TO-MASTER-EXIT.
032420     MOVE PAY-OPERATOR-ID TO AUD-OPERATOR-ID.
032430     MOVE PAY-ACTION-CODE TO AUD-ACTION-CODE.
032440     ACCEPT AUD-ENTRY-DATE FROM DATE YYYYMMDD.
032450     ACCEPT AUD-ENTRY-TIME FROM TIME.
032460     MOVE ZERO TO AUD-REFERENCE-PERIOD.
032470     REWRITE PAYRECORD-OUT
032480         INVALID KEY
032490             DISPLAY 'ERROR REWRITING PAYROLL MASTER - FILE '
032500                 'STATUS: ' PAY-FILE-STATUS
032510             GO TO 2710-ACCEPT-CHANGE-DATA-EXIT
032520     END-REWRITE.
032530     ADD 1 TO PAY-TRANSACTIONS-APPLIED.
032540     PERFORM 2900-CHECKPOINT-MASTER-CHANGE
032550         THRU 2900-CHECKPOINT-MASTER-CHANGE-EXIT.
032560 2710-ACCEPT-CHANGE-DATA-EXIT.
032570     EXIT.
032580
032590*----------------------------------------------------------------
032600* 2720-EDIT-EMPLOYMENT-STATUS -- RESOLVE THE REQUESTED STATUS
032610* AGAINST WHAT IS ON THE MASTER (BLANK KEEPS THE PRIOR STATUS)
032620* AND ENFORCE THE TERMINATION RULES: A TERMINATION CARRIES AN
032630* EFFECTIVE DATE, AND NO HOURS ARE ACCEPTED FOR A TERMINATED
032640* EMPLOYEE AFTER THAT DATE. REJECTS GO THROUGH THE EXCEPTION
032650* PATH LIKE ANY OTHER EDIT.
032660*----------------------------------------------------------------
032670 2720-EDIT-EMPLOYMENT-STATUS.
032680     MOVE 'Y' TO PAY-RECORD-VALID.
032690     IF PAY-ENTRY-STATUS = SPACE
032700         MOVE PAY-PRIOR-STATUS TO PAY-ENTRY-STATUS
032710         IF PAY-ENTRY-TERMINATED
032720             MOVE PAY-PRIOR-TERM-DATE TO PAY-ENTRY-TERM-DATE
032730         END-IF
032740     END-IF.
032750     IF NOT PAY-ENTRY-ACTIVE AND NOT PAY-ENTRY-LEAVE
032760         AND NOT PAY-ENTRY-TERMINATED
032770         MOVE 'N' TO PAY-RECORD-VALID
032780         MOVE 'EMPLOYMENT STATUS MUST BE A, L OR T' TO
032790             PAY-REJECT-REASON
032800         PERFORM 2450-WRITE-EXCEPTION-RECORD
032810             THRU 2450-WRITE-EXCEPTION-RECORD-EXIT
032820         GO TO 2720-EDIT-EMPLOYMENT-STATUS-EXIT
032830     END-IF.
032840     IF NOT PAY-ENTRY-TERMINATED
032850         MOVE ZERO TO PAY-ENTRY-TERM-DATE
032860         GO TO 2720-EDIT-EMPLOYMENT-STATUS-EXIT
032870     END-IF.
032880     IF PAY-ENTRY-TERM-DATE NOT NUMERIC
032890         OR PAY-ENTRY-TERM-DATE = ZERO
032900         IF PAY-PRIOR-TERM-DATE NOT = ZERO
032910             MOVE PAY-PRIOR-TERM-DATE TO PAY-ENTRY-TERM-DATE
032920         ELSE
032930             MOVE PAY-RUN-DATE TO PAY-ENTRY-TERM-DATE
032940         END-IF
032950     END-IF.
032960*    NO PAY OF ANY KIND PAST THE EFFECTIVE DATE -- HOURLY HOURS
032970*    AND A SALARIED PERIOD AMOUNT ARE BOTH REFUSED.
032980     IF PAY-RUN-DATE > PAY-ENTRY-TERM-DATE
032990         AND ((HOURS-WORKED NUMERIC AND HOURS-WORKED > ZERO)
033000             OR (SALARY-AMOUNT NUMERIC AND SALARY-AMOUNT > ZERO))
033010         MOVE 'N' TO PAY-RECORD-VALID
033020         MOVE 'PAY AFTER TERMINATION EFFECTIVE DATE' TO
033030             PAY-REJECT-REASON
033040         PERFORM 2450-WRITE-EXCEPTION-RECORD
033050             THRU 2450-WRITE-EXCEPTION-RECORD-EXIT
033060     END-IF.
033070 2720-EDIT-EMPLOYMENT-STATUS-EXIT.
033080     EXIT.
033090
033100*----------------------------------------------------------------
033110* 2800-DELETE-RECORD -- LOCATE AN EXISTING EMPLOYEE BY A KEYED
033120* READ, SAVE ITS AUDIT HISTORY TO THE EXCEPTION FILE, AND DELETE
033130* THE MASTER RECORD IN PLACE.
033140*----------------------------------------------------------------
033150 2800-DELETE-RECORD.
033160     IF PAY-INTERACTIVE-MODE
033170         DISPLAY 'ENTER THE EMPLOYEE NUMBER TO DELETE:'
033180         ACCEPT PAY-LOOKUP-NUMBER
033190     ELSE
033200         MOVE EMPLOYEE-NUMBER TO PAY-LOOKUP-NUMBER
033210     END-IF.
033220     PERFORM 2410-READ-MASTER-BY-KEY
033230         THRU 2410-READ-MASTER-BY-KEY-EXIT.
033240     IF NOT PAY-RECORD-ON-FILE
033250         DISPLAY 'EMPLOYEE NUMBER NOT ON FILE - '
033260             'NO DELETE MADE.'
033270         GO TO 2800-DELETE-RECORD-EXIT
033280     END-IF.
033290     DISPLAY 'NOTE: A TERMINATION IS A STATUS CHANGE (CHANGE '
033300         'ACTION, STATUS T) - DELETE IS FOR ERRONEOUS ENTRIES '
033310         'ONLY. A DELETED EMPLOYEE IS LOST TO YEAR-END WAGE '
033320         'REPORTING.'.
033330     PERFORM 2850-WRITE-DELETE-AUDIT-RECORD
033340         THRU 2850-WRITE-DELETE-AUDIT-RECORD-EXIT.
033350     DELETE PAYROLL-FILE RECORD
033360         INVALID KEY
033370             DISPLAY 'ERROR DELETING PAYROLL MASTER RECORD - '
033380                 'FILE STATUS: ' PAY-FILE-STATUS
033390             GO TO 2800-DELETE-RECORD-EXIT
033400     END-DELETE.
033410     ADD 1 TO PAY-TRANSACTIONS-APPLIED.
033420     SUBTRACT 1 FROM PAY-MASTER-COUNT.
033430     PERFORM 2900-CHECKPOINT-MASTER-CHANGE
033440         THRU 2900-CHECKPOINT-MASTER-CHANGE-EXIT.
033450 2800-DELETE-RECORD-EXIT.
033460     EXIT.
033470
033480*----------------------------------------------------------------
033490* 2900-CHECKPOINT-MASTER-CHANGE -- A CHANGE OR DELETE WAS JUST
033500* REWRITTEN/DELETED IN PLACE ON THE INDEXED MASTER, SO THE FILE
033510* IS ALREADY CURRENT. CHECKPOINT THE EMPLOYEE NUMBER JUST
033520* APPLIED -- OTHERWISE AN ABEND LATER IN THE RUN COULD ADVANCE
033530* THE CHECKPOINT PAST THIS EDIT AND A RESTART WOULD SKIP IT.
033540*----------------------------------------------------------------
033550 2900-CHECKPOINT-MASTER-CHANGE.
033560     MOVE PAY-LOOKUP-NUMBER TO PAY-LAST-SAVED-EMPLOYEE-NUMBER.
033570     PERFORM 2650-WRITE-CHECKPOINT
033580         THRU 2650-WRITE-CHECKPOINT-EXIT.
033590 2900-CHECKPOINT-MASTER-CHANGE-EXIT.
033600     EXIT.
033610
033620*----------------------------------------------------------------
033630* 3000-RECALCULATE-OPEN-PERIOD -- RE-DERIVE GROSS, FICA, FEDERAL
033640* TAX AND NET FOR EVERY MASTER RECORD STILL IN THE OPEN PAY
033650* PERIOD, USING THE TAX RATES LOADED FOR THIS RUN. FOR WHEN A
033660* TAX TABLE CHANGE LANDS AFTER SOME OF THE PERIOD'S ENTRIES
033670* WERE ALREADY KEYED. RECORDS FROM EARLIER (PAID) PERIODS ARE
033680* LEFT ALONE.
033690*----------------------------------------------------------------
033700 3000-RECALCULATE-OPEN-PERIOD.
033710     MOVE ZERO TO PAY-RECALC-READ-COUNT.
033720     MOVE ZERO TO PAY-RECALC-DONE-COUNT.
033730     MOVE ZERO TO PAY-RECALC-VOID-COUNT.
033740     MOVE 'N' TO PAY-END-OF-MASTER.
033750     MOVE ZEROS TO OUT-EMPLOYEE-NUMBER.
033760     START PAYROLL-FILE KEY NOT < OUT-EMPLOYEE-NUMBER
033770         INVALID KEY
033780             MOVE 'Y' TO PAY-END-OF-MASTER
033790     END-START.
033800     PERFORM 3010-RECALC-ONE-RECORD
033810         THRU 3010-RECALC-ONE-RECORD-EXIT
033820         UNTIL PAY-END-OF-MASTER = 'Y'.
033830     DISPLAY 'RECALCULATION COMPLETE - ' PAY-RECALC-DONE-COUNT
033840         ' OF ' PAY-RECALC-READ-COUNT ' MASTER RECORDS WERE IN '
033850         'PERIOD ' PAY-CURRENT-PERIOD ' AND WERE RE-DERIVED.'.
033860     IF PAY-RECALC-VOID-COUNT > ZERO
033870         DISPLAY 'VOID RECORDS LEFT UNTOUCHED. . . . . . : '
033880             PAY-RECALC-VOID-COUNT
033890     END-IF.
033900*    IN BATCH MODE THE CHECKPOINT TRACKS THE TRANSACTION FILE
033910*    POSITION -- A MASTER KEY SAVED BY THE RECALC NEED NOT BE IN
033920*    transactions.txt, AND A RESTART WOULD SKIP PAST THE WHOLE
033930*    REMAINING BATCH LOOKING FOR IT. ONLY AN INTERACTIVE RUN
033940*    CHECKPOINTS THE RECALC.
033950     IF PAY-RECALC-DONE-COUNT > ZERO
033960         AND PAY-INTERACTIVE-MODE
033970         PERFORM 2650-WRITE-CHECKPOINT
033980             THRU 2650-WRITE-CHECKPOINT-EXIT
033990     END-IF.
034000 3000-RECALCULATE-OPEN-PERIOD-EXIT.
034010     EXIT.
034020
034030 3010-RECALC-ONE-RECORD.
034040     READ PAYROLL-FILE NEXT RECORD
034050         AT END
034060             MOVE 'Y' TO PAY-END-OF-MASTER
034070         NOT AT END
034080             ADD 1 TO PAY-RECALC-READ-COUNT
034090*            A VOID IS A FROZEN COPY OF THE ORIGINAL PAYMENT --
034100*            RE-DERIVING IT WOULD TURN THE REVERSAL BACK INTO A
034110*            NORMAL PAYMENT. VOIDS ARE NEVER RECALCULATED.
034120             IF OUT-PAY-PERIOD = PAY-CURRENT-PERIOD
034130                 IF AUD-ACTION-CODE = 'V'
034140                     ADD 1 TO PAY-RECALC-VOID-COUNT
034150                 ELSE
034160                     PERFORM 3020-RECALC-THIS-RECORD
034170                         THRU 3020-RECALC-THIS-RECORD-EXIT
034180                 END-IF
034190             END-IF
034200     END-READ.
034210 3010-RECALC-ONE-RECORD-EXIT.
034220     EXIT.
034230
034240*----------------------------------------------------------------
034250* 3020-RECALC-THIS-RECORD -- THE RECORD JUST READ IS IN THE OPEN
034260* PERIOD. ITS ENTRY FIELDS FEED THE SAME CALCULATION AN ADD OR
034270* CHANGE USES, AND ONLY THE DERIVED AMOUNTS AND THE AUDIT TRAIL
034280* ARE REWRITTEN. THE COST-CENTER SPLIT KEEPS ITS HOURS AND HAS
034290* THE NEW GROSS SPREAD ACROSS IT.
034300*----------------------------------------------------------------
034310 3020-RECALC-THIS-RECORD.
034320     MOVE OUT-EMPLOYEE-NUMBER TO EMPLOYEE-NUMBER.
034330     MOVE OUT-EMPLOYEE-INITIAL TO EMPLOYEE-INITIAL.
034340     MOVE OUT-EMPLOYEE-LASTNAME TO EMPLOYEE-LASTNAME.
034350     MOVE OUT-HOURS-WORKED TO HOURS-WORKED.
034360     MOVE OUT-HOURLY-RATE TO HOURLY-RATE.
034370     MOVE OUT-SALARY-AMOUNT TO SALARY-AMOUNT.
034380     MOVE OUT-SALARY-CODE TO SALARY-CODE.
034390     MOVE OUT-DEPARTMENT-CODE TO DEPARTMENT-CODE.
034400     MOVE OUT-WORK-STATE TO PAY-ENTRY-WORK-STATE.
034410     PERFORM 2500-CALCULATE-GROSS-PAY
034420         THRU 2500-CALCULATE-GROSS-PAY-EXIT.
034430     MOVE GROSS-PAY TO OUT-GROSS-PAY.
034440     MOVE FICA-AMOUNT TO OUT-FICA-AMOUNT.
034450     MOVE FED-TAX-AMOUNT TO OUT-FED-TAX-AMOUNT.
034460     MOVE NET-PAY TO OUT-NET-PAY.
034470     PERFORM 2570-MOVE-DEDUCTIONS-TO-MASTER
034480         THRU 2570-MOVE-DEDUCTIONS-TO-MASTER-EXIT.
034490     PERFORM 2585-MOVE-STATE-TAX-TO-MASTER
034500         THRU 2585-MOVE-STATE-TAX-TO-MASTER-EXIT.
034510     PERFORM 2587-MOVE-TAX-WAGES-TO-MASTER
034520         THRU 2587-MOVE-TAX-WAGES-TO-MASTER-EXIT.
034530     PERFORM 2589-SPREAD-GROSS-BY-DIST
034540         THRU 2589-SPREAD-GROSS-BY-DIST-EXIT.
034550     MOVE PAY-OPERATOR-ID TO AUD-OPERATOR-ID.
034560*    AN ADJUSTMENT STAYS AN ADJUSTMENT -- THE J ACTION AND ITS
034570*    REFERENCE PERIOD MUST SURVIVE A RECALCULATION OR THE CLOSE
034580*    WOULD COUNT IT AS A NORMAL PERIOD PAID AND THE TRACE TO
034590*    THE ORIGINAL PERIOD WOULD BE LOST.
034600     IF AUD-ACTION-CODE NOT = 'J'
034610         MOVE 'R' TO AUD-ACTION-CODE
034620         MOVE ZERO TO AUD-REFERENCE-PERIOD
034630     END-IF.
034640     ACCEPT AUD-ENTRY-DATE FROM DATE YYYYMMDD.
034650     ACCEPT AUD-ENTRY-TIME FROM TIME.
034660     REWRITE PAYRECORD-OUT
034670         INVALID KEY
034680             DISPLAY 'ERROR REWRITING PAYROLL MASTER DURING '
034690                 'RECALCULATION - FILE STATUS: ' PAY-FILE-STATUS
034700             GO TO 3020-RECALC-THIS-RECORD-EXIT
034710     END-REWRITE.
034720     ADD 1 TO PAY-RECALC-DONE-COUNT.
034730     ADD 1 TO PAY-TRANSACTIONS-APPLIED.
034740*    THE RESTART KEY IS LEFT ALONE IN BATCH MODE -- IT MUST KEEP
034750*    POINTING AT THE LAST TRANSACTION APPLIED, NOT AT A MASTER
034760*    KEY THE TRANSACTION FILE MAY NEVER CONTAIN.
034770     IF PAY-INTERACTIVE-MODE
034780         MOVE OUT-EMPLOYEE-NUMBER TO
034790             PAY-LAST-SAVED-EMPLOYEE-NUMBER
034800     END-IF.
034810 3020-RECALC-THIS-RECORD-EXIT.
034820     EXIT.
034830
034840*----------------------------------------------------------------
034850* 3100-LEAVE-TAKEN -- DRAW VACATION OR SICK HOURS DOWN FROM THE
034860* EMPLOYEE'S LEAVE BALANCE. A DRAW THAT WOULD GO NEGATIVE, AN
034870* EMPLOYEE NOT ON THE MASTER, OR A MISSING BALANCE RECORD ALL
034880* REJECT THROUGH THE EXCEPTION PATH. A GOOD DRAW REWRITES THE
034890* BALANCE FILE AND CHECKPOINTS AT ONCE, THE SAME AS A CHANGE --
034900* A RESTART MUST NOT RE-APPLY A DRAW ALREADY TAKEN.
034910*----------------------------------------------------------------
034920 3100-LEAVE-TAKEN.
034930     IF PAY-INTERACTIVE-MODE
034940         DISPLAY 'ENTER THE EMPLOYEE NUMBER TAKING LEAVE:'
034950         ACCEPT PAY-LOOKUP-NUMBER
034960         DISPLAY 'LEAVE TYPE -- V)ACATION or S)ICK:'
034970         ACCEPT PAY-LEAVE-TYPE
034980         DISPLAY 'ENTER THE LEAVE HOURS TAKEN:'
034990         ACCEPT PAY-LEAVE-HOURS
035000     ELSE
035010         MOVE EMPLOYEE-NUMBER TO PAY-LOOKUP-NUMBER
035020         MOVE HOURS-WORKED TO PAY-LEAVE-HOURS
035030     END-IF.
035040     MOVE 'Y' TO PAY-RECORD-VALID.
035050     MOVE PAY-LOOKUP-NUMBER TO EMPLOYEE-NUMBER.
035060     PERFORM 2410-READ-MASTER-BY-KEY
035070         THRU 2410-READ-MASTER-BY-KEY-EXIT.
035080     IF PAY-RECORD-ON-FILE
035090         MOVE OUT-EMPLOYEE-LASTNAME TO EMPLOYEE-LASTNAME
035100     ELSE
035110         MOVE SPACES TO EMPLOYEE-LASTNAME
035120         MOVE 'N' TO PAY-RECORD-VALID
035130         MOVE 'EMPLOYEE NUMBER NOT ON FILE' TO PAY-REJECT-REASON
035140     END-IF.
035150     IF PAY-RECORD-OK
035160         AND NOT PAY-LEAVE-VACATION AND NOT PAY-LEAVE-SICK
035170         MOVE 'N' TO PAY-RECORD-VALID
035180         MOVE 'LEAVE TYPE MUST BE V OR S' TO PAY-REJECT-REASON
035190     END-IF.
035200     IF PAY-RECORD-OK
035210         AND (PAY-LEAVE-HOURS NOT NUMERIC
035220             OR PAY-LEAVE-HOURS = ZERO)
035230         MOVE 'N' TO PAY-RECORD-VALID
035240         MOVE 'LEAVE HOURS ARE BLANK OR NOT NUMERIC' TO
035250             PAY-REJECT-REASON
035260     END-IF.
035270     IF PAY-RECORD-OK AND PAY-LEAVE-FILE-PRESENT NOT = 'Y'
035280         MOVE 'N' TO PAY-RECORD-VALID
035290         MOVE 'NO LEAVE BALANCE FILE ON HAND' TO
035300             PAY-REJECT-REASON
035310     END-IF.
035320     IF PAY-RECORD-OK
035330         MOVE 'N' TO PAY-LVE-MATCH-FOUND
035340         IF PAY-LVE-COUNT > ZERO
035350             SET PAY-LVE-IDX TO 1
035360             SEARCH PAY-LVE-ENTRY
035370                 AT END
035380                     CONTINUE
035390                 WHEN PAY-L-EMPLOYEE-NUMBER(PAY-LVE-IDX) =
035400                         PAY-LOOKUP-NUMBER
035410                     MOVE 'Y' TO PAY-LVE-MATCH-FOUND
035420             END-SEARCH
035430         END-IF
035440         IF PAY-LVE-MATCH-FOUND = 'N'
035450             MOVE 'N' TO PAY-RECORD-VALID
035460             MOVE 'NO LEAVE BALANCE RECORD ON FILE' TO
035470                 PAY-REJECT-REASON
035480         END-IF
035490     END-IF.
035500     IF PAY-RECORD-OK
035510         IF PAY-LEAVE-VACATION
035520             MOVE PAY-L-VAC-BALANCE(PAY-LVE-IDX) TO
035530                 PAY-LEAVE-REMAINING
035540         ELSE
035550             MOVE PAY-L-SICK-BALANCE(PAY-LVE-IDX) TO
035560                 PAY-LEAVE-REMAINING
035570         END-IF
035580         IF PAY-LEAVE-HOURS > PAY-LEAVE-REMAINING
035590             MOVE 'N' TO PAY-RECORD-VALID
035600             MOVE 'LEAVE TAKEN EXCEEDS AVAILABLE BALANCE' TO
035610                 PAY-REJECT-REASON
035620         END-IF
035630     END-IF.
035640     IF PAY-RECORD-REJECTED
035650         PERFORM 2450-WRITE-EXCEPTION-RECORD
035660             THRU 2450-WRITE-EXCEPTION-RECORD-EXIT
035670         GO TO 3100-LEAVE-TAKEN-EXIT
035680     END-IF.
035690     IF PAY-LEAVE-VACATION
035700         SUBTRACT PAY-LEAVE-HOURS FROM
035710             PAY-L-VAC-BALANCE(PAY-LVE-IDX)
035720         ADD PAY-LEAVE-HOURS TO
035730             PAY-L-VAC-TAKEN-YTD(PAY-LVE-IDX)
035740         MOVE PAY-L-VAC-BALANCE(PAY-LVE-IDX) TO
035750             PAY-LEAVE-REMAINING
035760     ELSE
035770         SUBTRACT PAY-LEAVE-HOURS FROM
035780             PAY-L-SICK-BALANCE(PAY-LVE-IDX)
035790         ADD PAY-LEAVE-HOURS TO
035800             PAY-L-SICK-TAKEN-YTD(PAY-LVE-IDX)
035810         MOVE PAY-L-SICK-BALANCE(PAY-LVE-IDX) TO
035820             PAY-LEAVE-REMAINING
035830     END-IF.
035840     PERFORM 3150-REWRITE-LEAVE-FILE
035850         THRU 3150-REWRITE-LEAVE-FILE-EXIT.
035860     DISPLAY 'LEAVE APPLIED - EMPLOYEE ' PAY-LOOKUP-NUMBER
035870         ' TYPE ' PAY-LEAVE-TYPE ' HOURS ' PAY-LEAVE-HOURS
035880         ' - REMAINING BALANCE ' PAY-LEAVE-REMAINING '.'.
035890     ADD 1 TO PAY-TRANSACTIONS-APPLIED.
035900     PERFORM 2900-CHECKPOINT-MASTER-CHANGE
035910         THRU 2900-CHECKPOINT-MASTER-CHANGE-EXIT.
035920 3100-LEAVE-TAKEN-EXIT.
035930     EXIT.
035940
035950*----------------------------------------------------------------
035960* 3150-REWRITE-LEAVE-FILE -- THE DRAW JUST APPLIED IS WRITTEN
035970* BACK AT ONCE, THE SAME IMMEDIATE-REWRITE RULE THE OPERATOR
035980* SECURITY FILE FOLLOWS.
035990*----------------------------------------------------------------
036000 3150-REWRITE-LEAVE-FILE.
036010     OPEN OUTPUT LEAVE-FILE.
036020     IF PAY-LVE-STATUS NOT = '00'
036030         DISPLAY 'ERROR REWRITING LEAVE BALANCE FILE - FILE '
036040             'STATUS: ' PAY-LVE-STATUS
036050         GO TO 3150-REWRITE-LEAVE-FILE-EXIT
036060     END-IF.
036070     PERFORM 3160-WRITE-ONE-LEAVE-RECORD
036080         THRU 3160-WRITE-ONE-LEAVE-RECORD-EXIT
036090         VARYING PAY-LVE-WRITE-IDX FROM 1 BY 1
036100         UNTIL PAY-LVE-WRITE-IDX > PAY-LVE-COUNT.
036110     CLOSE LEAVE-FILE.
036120 3150-REWRITE-LEAVE-FILE-EXIT.
036130     EXIT.
036140
036150 3160-WRITE-ONE-LEAVE-RECORD.
036160     MOVE SPACES TO LVERECORD.
036170     MOVE PAY-L-EMPLOYEE-NUMBER(PAY-LVE-WRITE-IDX) TO
036180         LVE-EMPLOYEE-NUMBER.
036190     MOVE PAY-L-CLASS-CODE(PAY-LVE-WRITE-IDX) TO LVE-CLASS-CODE.
036200     MOVE PAY-L-VAC-BALANCE(PAY-LVE-WRITE-IDX) TO
036210         LVE-VAC-BALANCE.
036220     MOVE PAY-L-SICK-BALANCE(PAY-LVE-WRITE-IDX) TO
036230         LVE-SICK-BALANCE.
036240     MOVE PAY-L-VAC-TAKEN-YTD(PAY-LVE-WRITE-IDX) TO
036250         LVE-VAC-TAKEN-YTD.
036260     MOVE PAY-L-SICK-TAKEN-YTD(PAY-LVE-WRITE-IDX) TO
036270         LVE-SICK-TAKEN-YTD.
036280     WRITE LVERECORD.
036290     IF PAY-LVE-STATUS NOT = '00'
036300         DISPLAY 'ERROR WRITING LEAVE BALANCE FILE - FILE '
036310             'STATUS: ' PAY-LVE-STATUS
036320     END-IF.
036330 3160-WRITE-ONE-LEAVE-RECORD-EXIT.
036340     EXIT.
036350
036360*----------------------------------------------------------------
036370* 3300-VOID-PRIOR-PAYMENT -- REVERSE A SPECIFIC PRIOR PAYMENT.
036380* ONLY ACCEPTED IN A SUPPLEMENTAL PERIOD. THE ORIGINAL FIGURES
036390* COME OFF THE PAY HISTORY FILE FOR THE REFERENCE PERIOD KEYED,
036400* AND THE EMPLOYEE'S MASTER RECORD IS REBUILT AS AN EXACT
036410* REVERSAL STAMPED ACTION V WITH THE REFERENCE PERIOD IN THE
036420* AUDIT TRAIL. THE CLOSE BACKS THE FIGURES OUT OF THE YTD FILE
036430* AND THE GL EXTRACT WRITES THE OFFSETTING ENTRY; RECOVERING
036440* THE MONEY ITSELF IS HANDLED OUTSIDE THE SYSTEM.
036450*----------------------------------------------------------------
036460 3300-VOID-PRIOR-PAYMENT.
036470     IF NOT PAY-SUPPLEMENTAL-PERIOD
036480         DISPLAY 'A VOID IS ONLY ACCEPTED IN A SUPPLEMENTAL '
036490             'PAY PERIOD - NO ACTION TAKEN.'
036500         GO TO 3300-VOID-PRIOR-PAYMENT-EXIT
036510     END-IF.
036520     IF PAY-INTERACTIVE-MODE
036530         DISPLAY 'ENTER THE EMPLOYEE NUMBER TO VOID:'
036540         ACCEPT PAY-LOOKUP-NUMBER
036550         DISPLAY 'ENTER THE ORIGINAL PAY PERIOD BEING VOIDED:'
036560         ACCEPT PAY-REFERENCE-PERIOD
036570     ELSE
036580         MOVE EMPLOYEE-NUMBER TO PAY-LOOKUP-NUMBER
036590     END-IF.
036600     MOVE 'Y' TO PAY-RECORD-VALID.
036610     MOVE PAY-LOOKUP-NUMBER TO EMPLOYEE-NUMBER.
036620     PERFORM 2410-READ-MASTER-BY-KEY
036630         THRU 2410-READ-MASTER-BY-KEY-EXIT.
036640     IF PAY-RECORD-ON-FILE
036650         MOVE OUT-EMPLOYEE-LASTNAME TO EMPLOYEE-LASTNAME
036660     ELSE
036670         MOVE SPACES TO EMPLOYEE-LASTNAME
036680         MOVE 'N' TO PAY-RECORD-VALID
036690         MOVE 'EMPLOYEE NUMBER NOT ON FILE' TO PAY-REJECT-REASON
036700     END-IF.
036710     PERFORM 3340-EDIT-REFERENCE-PERIOD
036720         THRU 3340-EDIT-REFERENCE-PERIOD-EXIT.
036730     IF PAY-RECORD-OK
036740         PERFORM 3350-FIND-HISTORY-PAYMENT
036750             THRU 3350-FIND-HISTORY-PAYMENT-EXIT
036760         IF PAY-HIST-MATCH-FOUND = 'N'
036770             MOVE 'N' TO PAY-RECORD-VALID
036780             MOVE 'NO PAY HISTORY FOR THE REFERENCE PERIOD' TO
036790                 PAY-REJECT-REASON
036800         END-IF
036810     END-IF.
036820     IF PAY-RECORD-REJECTED
036830         PERFORM 2450-WRITE-EXCEPTION-RECORD
036840             THRU 2450-WRITE-EXCEPTION-RECORD-EXIT
036850         GO TO 3300-VOID-PRIOR-PAYMENT-EXIT
036860     END-IF.
036870*    THE MASTER RECORD READ ABOVE IS STILL IN PAYRECORD-OUT;
036880*    ONLY THE PAY FIGURES, PERIOD STAMP AND AUDIT TRAIL ARE
036890*    REPLACED -- NAME, STATUS AND DATES STAY AS THEY ARE.
036900     MOVE PAY-ORIG-HOURS-WORKED TO OUT-HOURS-WORKED.
036910     MOVE PAY-ORIG-HOURLY-RATE TO OUT-HOURLY-RATE.
036920     MOVE PAY-ORIG-SALARY-AMOUNT TO OUT-SALARY-AMOUNT.
036930     MOVE PAY-ORIG-SALARY-CODE TO OUT-SALARY-CODE.
036940     MOVE PAY-ORIG-GROSS-PAY TO OUT-GROSS-PAY.
036950     MOVE PAY-ORIG-FICA-AMOUNT TO OUT-FICA-AMOUNT.
036960     MOVE PAY-ORIG-FED-TAX-AMOUNT TO OUT-FED-TAX-AMOUNT.
036970     MOVE PAY-ORIG-NET-PAY TO OUT-NET-PAY.
036980     MOVE PAY-ORIG-OTHER-DED-TOTAL TO OUT-OTHER-DED-TOTAL.
036990     MOVE PAY-ORIG-DEPARTMENT-CODE TO OUT-DEPARTMENT-CODE.
037000     MOVE PAY-ORIG-STATE-TAX-AMOUNT TO OUT-STATE-TAX-AMOUNT.
037010     MOVE PAY-ORIG-FED-TAXABLE-WAGES TO OUT-FED-TAXABLE-WAGES.
037020     MOVE PAY-ORIG-FICA-WAGES TO OUT-FICA-WAGES.
037030     MOVE PAY-ORIG-DEFERRAL-AMOUNT TO OUT-DEFERRAL-AMOUNT.
037040*    THE REVERSAL GOES BACK TO THE STATE THE ORIGINAL TAX WAS
037050*    WITHHELD FOR. HISTORY WRITTEN BEFORE THE STATE FIELDS
037060*    EXISTED CARRIES NO STATE (AND NO STATE TAX).
037070     IF PAY-ORIG-WORK-STATE NOT = SPACES
037080         MOVE PAY-ORIG-WORK-STATE TO OUT-WORK-STATE
037090     END-IF.
037100     PERFORM 3390-MOVE-ONE-ORIG-DEDUCTION
037110         THRU 3390-MOVE-ONE-ORIG-DEDUCTION-EXIT
037120         VARYING PAY-ORIG-MOVE-IDX FROM 1 BY 1
037130         UNTIL PAY-ORIG-MOVE-IDX > PAY-WD-MAX-ITEMS.
037140     MOVE PAY-CURRENT-PERIOD TO OUT-PAY-PERIOD.
037150     MOVE PAY-OPERATOR-ID TO AUD-OPERATOR-ID.
037160     MOVE 'V' TO AUD-ACTION-CODE.
037170     ACCEPT AUD-ENTRY-DATE FROM DATE YYYYMMDD.
037180     ACCEPT AUD-ENTRY-TIME FROM TIME.
037190     MOVE PAY-REFERENCE-PERIOD TO AUD-REFERENCE-PERIOD.
037200     REWRITE PAYRECORD-OUT
037210         INVALID KEY
037220             DISPLAY 'ERROR REWRITING PAYROLL MASTER - FILE '
037230                 'STATUS: ' PAY-FILE-STATUS
037240             GO TO 3300-VOID-PRIOR-PAYMENT-EXIT
037250     END-REWRITE.
037260     DISPLAY 'VOID ENTERED - EMPLOYEE ' PAY-LOOKUP-NUMBER
037270         ' PERIOD ' PAY-REFERENCE-PERIOD ' NET '
037280         PAY-ORIG-NET-PAY ' WILL BE REVERSED THIS '
037290         'SUPPLEMENTAL CYCLE.'.
037300     ADD 1 TO PAY-TRANSACTIONS-APPLIED.
037310     PERFORM 2900-CHECKPOINT-MASTER-CHANGE
037320         THRU 2900-CHECKPOINT-MASTER-CHANGE-EXIT.
037330 3300-VOID-PRIOR-PAYMENT-EXIT.
037340     EXIT.
037350
037360*----------------------------------------------------------------
037370* 3340-EDIT-REFERENCE-PERIOD -- A VOID OR ADJUSTMENT MUST NAME A
037380* REAL PRIOR PERIOD: NUMERIC, NONZERO AND NOT THE SUPPLEMENTAL
037390* PERIOD BEING KEYED.
037400*----------------------------------------------------------------
037410 3340-EDIT-REFERENCE-PERIOD.
037420     IF PAY-RECORD-REJECTED
037430         GO TO 3340-EDIT-REFERENCE-PERIOD-EXIT
037440     END-IF.
037450     IF PAY-REFERENCE-PERIOD NOT NUMERIC
037460         OR PAY-REFERENCE-PERIOD = ZERO
037470         MOVE 'N' TO PAY-RECORD-VALID
037480         MOVE 'REFERENCE PERIOD IS BLANK OR NOT NUMERIC' TO
037490             PAY-REJECT-REASON
037500         GO TO 3340-EDIT-REFERENCE-PERIOD-EXIT
037510     END-IF.
037520     IF PAY-REFERENCE-PERIOD = PAY-CURRENT-PERIOD
037530         MOVE 'N' TO PAY-RECORD-VALID
037540         MOVE 'REFERENCE PERIOD IS THE CURRENT PERIOD' TO
037550             PAY-REJECT-REASON
037560     END-IF.
037570 3340-EDIT-REFERENCE-PERIOD-EXIT.
037580     EXIT.
037590
037600*----------------------------------------------------------------
037610* 3350-FIND-HISTORY-PAYMENT -- SCAN THE PAY HISTORY FILE FOR THE
037620* EMPLOYEE'S NORMAL (TYPE N) RECORD IN THE REFERENCE PERIOD AND
037630* CAPTURE ITS FIGURES IN THE PAY-ORIG FIELDS. THE LAST MATCH
037640* WINS, THE SAME RECORD A SECOND CLOSE OF THE PERIOD WOULD HAVE
037650* APPENDED LAST. NO HISTORY FILE MEANS NO MATCH.
037660*----------------------------------------------------------------
037670 3350-FIND-HISTORY-PAYMENT.
037680     MOVE 'N' TO PAY-HIST-MATCH-FOUND.
037690     MOVE 'N' TO PAY-END-OF-HIST.
037700     OPEN INPUT HISTORY-FILE.
037710     IF PAY-HIST-STATUS NOT = '00'
037720         GO TO 3350-FIND-HISTORY-PAYMENT-EXIT
037730     END-IF.
037740     PERFORM 3360-SCAN-ONE-HISTORY-RECORD
037750         THRU 3360-SCAN-ONE-HISTORY-RECORD-EXIT
037760         UNTIL PAY-END-OF-HIST = 'Y'.
037770     CLOSE HISTORY-FILE.
037780 3350-FIND-HISTORY-PAYMENT-EXIT.
037790     EXIT.
037800
037810 3360-SCAN-ONE-HISTORY-RECORD.
037820     READ HISTORY-FILE
037830         AT END
037840             MOVE 'Y' TO PAY-END-OF-HIST
037850     END-READ.
037860     IF PAY-END-OF-HIST = 'Y'
037870         GO TO 3360-SCAN-ONE-HISTORY-RECORD-EXIT
037880     END-IF.
037890     IF HST-RECORD-TYPE NOT = 'N'
037900         OR HST-EMPLOYEE-NUMBER NOT = PAY-LOOKUP-NUMBER
037910         OR HST-PAY-PERIOD NOT = PAY-REFERENCE-PERIOD
037920         GO TO 3360-SCAN-ONE-HISTORY-RECORD-EXIT
037930     END-IF.
037940     MOVE 'Y' TO PAY-HIST-MATCH-FOUND.
037950     MOVE HST-HOURS-WORKED TO PAY-ORIG-HOURS-WORKED.
037960     MOVE HST-HOURLY-RATE TO PAY-ORIG-HOURLY-RATE.
037970     MOVE HST-SALARY-AMOUNT TO PAY-ORIG-SALARY-AMOUNT.
037980     MOVE HST-SALARY-CODE TO PAY-ORIG-SALARY-CODE.
037990     MOVE HST-GROSS-PAY TO PAY-ORIG-GROSS-PAY.
038000     MOVE HST-FICA-AMOUNT TO PAY-ORIG-FICA-AMOUNT.
038010     MOVE HST-FED-TAX-AMOUNT TO PAY-ORIG-FED-TAX-AMOUNT.
038020     MOVE HST-NET-PAY TO PAY-ORIG-NET-PAY.
038030     IF HST-OTHER-DED-TOTAL NUMERIC
038040         MOVE HST-OTHER-DED-TOTAL TO PAY-ORIG-OTHER-DED-TOTAL
038050     ELSE
038060         MOVE ZERO TO PAY-ORIG-OTHER-DED-TOTAL
038070     END-IF.
038080     MOVE HST-DEPARTMENT-CODE TO PAY-ORIG-DEPARTMENT-CODE.
038090     MOVE HST-WORK-STATE TO PAY-ORIG-WORK-STATE.
038100     IF HST-STATE-TAX-AMOUNT NUMERIC
038110         MOVE HST-STATE-TAX-AMOUNT TO PAY-ORIG-STATE-TAX-AMOUNT
038120     ELSE
038130         MOVE ZERO TO PAY-ORIG-STATE-TAX-AMOUNT
038140     END-IF.
038150*    HISTORY WRITTEN BEFORE THE TAX WAGE FIELDS EXISTED HAD NO
038160*    PRE-TAX DEDUCTIONS -- ITS TAXABLE WAGES WERE THE GROSS.
038170     IF HST-FED-TAXABLE-WAGES NUMERIC
038180         MOVE HST-FED-TAXABLE-WAGES TO PAY-ORIG-FED-TAXABLE-WAGES
038190     ELSE
038200         MOVE HST-GROSS-PAY TO PAY-ORIG-FED-TAXABLE-WAGES
038210     END-IF.
038220     IF HST-FICA-WAGES NUMERIC
038230         MOVE HST-FICA-WAGES TO PAY-ORIG-FICA-WAGES
038240     ELSE
038250         MOVE HST-GROSS-PAY TO PAY-ORIG-FICA-WAGES
038260     END-IF.
038270     IF HST-DEFERRAL-AMOUNT NUMERIC
038280         MOVE HST-DEFERRAL-AMOUNT TO PAY-ORIG-DEFERRAL-AMOUNT
038290     ELSE
038300         MOVE ZERO TO PAY-ORIG-DEFERRAL-AMOUNT
038310     END-IF.
038320     PERFORM 3370-CAPTURE-ONE-DEDUCTION
038330         THRU 3370-CAPTURE-ONE-DEDUCTION-EXIT
038340         VARYING PAY-ORIG-MOVE-IDX FROM 1 BY 1
038350         UNTIL PAY-ORIG-MOVE-IDX > PAY-WD-MAX-ITEMS.
038360 3360-SCAN-ONE-HISTORY-RECORD-EXIT.
038370     EXIT.
038380
038390 3370-CAPTURE-ONE-DEDUCTION.
038400     IF HST-DED-AMOUNT(PAY-ORIG-MOVE-IDX) NUMERIC
038410         MOVE HST-DED-CODE(PAY-ORIG-MOVE-IDX) TO
038420             PAY-ORIG-DED-CODE(PAY-ORIG-MOVE-IDX)
038430         MOVE HST-DED-AMOUNT(PAY-ORIG-MOVE-IDX) TO
038440             PAY-ORIG-DED-AMOUNT(PAY-ORIG-MOVE-IDX)
038450     ELSE
038460         MOVE SPACES TO PAY-ORIG-DED-CODE(PAY-ORIG-MOVE-IDX)
038470         MOVE ZERO TO PAY-ORIG-DED-AMOUNT(PAY-ORIG-MOVE-IDX)
038480     END-IF.
038490*    THE COST-CENTER SPLIT RIDES ALONG IN THE SAME SLOT NUMBER.
038500*    HISTORY WRITTEN BEFORE THE SPLIT EXISTED HAS NONE.
038510     IF HST-DIST-DEPT-CODE(PAY-ORIG-MOVE-IDX) NOT = SPACES
038520         AND HST-DIST-HOURS(PAY-ORIG-MOVE-IDX) NUMERIC
038530         AND HST-DIST-GROSS(PAY-ORIG-MOVE-IDX) NUMERIC
038540         MOVE HST-DIST-DEPT-CODE(PAY-ORIG-MOVE-IDX) TO
038550             PAY-ORIG-DIST-DEPT-CODE(PAY-ORIG-MOVE-IDX)
038560         MOVE HST-DIST-HOURS(PAY-ORIG-MOVE-IDX) TO
038570             PAY-ORIG-DIST-HOURS(PAY-ORIG-MOVE-IDX)
038580         MOVE HST-DIST-GROSS(PAY-ORIG-MOVE-IDX) TO
038590             PAY-ORIG-DIST-GROSS(PAY-ORIG-MOVE-IDX)
038600     ELSE
038610         MOVE SPACES TO PAY-ORIG-DIST-DEPT-CODE(PAY-ORIG-MOVE-IDX)
038620         MOVE ZERO TO PAY-ORIG-DIST-HOURS(PAY-ORIG-MOVE-IDX)
038630         MOVE ZERO TO PAY-ORIG-DIST-GROSS(PAY-ORIG-MOVE-IDX)
038640     END-IF.
038650 3370-CAPTURE-ONE-DEDUCTION-EXIT.
038660     EXIT.
038670
038680 3390-MOVE-ONE-ORIG-DEDUCTION.
038690     MOVE PAY-ORIG-DED-CODE(PAY-ORIG-MOVE-IDX) TO
038700         OUT-DED-CODE(PAY-ORIG-MOVE-IDX).
038710     MOVE PAY-ORIG-DED-AMOUNT(PAY-ORIG-MOVE-IDX) TO
038720         OUT-DED-AMOUNT(PAY-ORIG-MOVE-IDX).
038730     MOVE PAY-ORIG-DIST-DEPT-CODE(PAY-ORIG-MOVE-IDX) TO
038740         OUT-DIST-DEPT-CODE(PAY-ORIG-MOVE-IDX).
038750     MOVE PAY-ORIG-DIST-HOURS(PAY-ORIG-MOVE-IDX) TO
038760         OUT-DIST-HOURS(PAY-ORIG-MOVE-IDX).
038770     MOVE PAY-ORIG-DIST-GROSS(PAY-ORIG-MOVE-IDX) TO
038780         OUT-DIST-GROSS(PAY-ORIG-MOVE-IDX).
038790 3390-MOVE-ONE-ORIG-DEDUCTION-EXIT.
038800     EXIT.
038810
038820*----------------------------------------------------------------
038830* 3500-ADJUSTMENT-PAYMENT -- PAY CORRECTED FIGURES OFF CYCLE.
038840* ONLY ACCEPTED IN A SUPPLEMENTAL PERIOD, AND ONLY AGAINST A
038850* PRIOR PERIOD THAT IS ON THE PAY HISTORY FILE. THE OPERATOR
038860* KEYS THE HOURS OR AMOUNT BEING PAID THIS CYCLE (FOR A MISSED-
038870* HOURS UNDERPAYMENT, JUST THE MISSED HOURS; AFTER A VOID, THE
038880* FULL CORRECTED FIGURES) AND THE NORMAL CALCULATION DERIVES
038890* GROSS, WITHHOLDING AND NET. THE RECORD IS STAMPED ACTION J
038900* WITH THE REFERENCE PERIOD IN THE AUDIT TRAIL AND FLOWS
038910* THROUGH THE REGISTER, DEPOSIT, GL AND CLOSE RUNS AS A NORMAL
038920* PAYMENT. NAME, STATUS, DATES, DEPARTMENT AND WORK STATE STAY
038930* AS THEY ARE ON THE MASTER.
038940*----------------------------------------------------------------
038950 3500-ADJUSTMENT-PAYMENT.
038960     IF NOT PAY-SUPPLEMENTAL-PERIOD
038970         DISPLAY 'AN ADJUSTMENT IS ONLY ACCEPTED IN A '
038980             'SUPPLEMENTAL PAY PERIOD - NO ACTION TAKEN.'
038990         GO TO 3500-ADJUSTMENT-PAYMENT-EXIT
039000     END-IF.
039010     IF PAY-INTERACTIVE-MODE
039020         DISPLAY 'ENTER THE EMPLOYEE NUMBER TO ADJUST:'
039030         ACCEPT PAY-LOOKUP-NUMBER
039040         DISPLAY 'ENTER THE ORIGINAL PAY PERIOD BEING '
039050             'CORRECTED:'
039060         ACCEPT PAY-REFERENCE-PERIOD
039070     ELSE
039080         MOVE EMPLOYEE-NUMBER TO PAY-LOOKUP-NUMBER
039090     END-IF.
039100     MOVE 'Y' TO PAY-RECORD-VALID.
039110     MOVE PAY-LOOKUP-NUMBER TO EMPLOYEE-NUMBER.
039120     PERFORM 2410-READ-MASTER-BY-KEY
039130         THRU 2410-READ-MASTER-BY-KEY-EXIT.
039140     IF PAY-RECORD-ON-FILE
039150         MOVE OUT-EMPLOYEE-LASTNAME TO EMPLOYEE-LASTNAME
039160     ELSE
039170         MOVE SPACES TO EMPLOYEE-LASTNAME
039180         MOVE 'N' TO PAY-RECORD-VALID
039190         MOVE 'EMPLOYEE NUMBER NOT ON FILE' TO PAY-REJECT-REASON
039200     END-IF.
039210     PERFORM 3340-EDIT-REFERENCE-PERIOD
039220         THRU 3340-EDIT-REFERENCE-PERIOD-EXIT.
039230     IF PAY-RECORD-OK
039240         PERFORM 3350-FIND-HISTORY-PAYMENT
039250             THRU 3350-FIND-HISTORY-PAYMENT-EXIT
039260         IF PAY-HIST-MATCH-FOUND = 'N'
039270             MOVE 'N' TO PAY-RECORD-VALID
039280             MOVE 'NO PAY HISTORY FOR THE REFERENCE PERIOD' TO
039290                 PAY-REJECT-REASON
039300         END-IF
039310     END-IF.
039320     IF PAY-RECORD-OK
039330         PERFORM 2440-VALIDATE-DISTRIBUTION
039340             THRU 2440-VALIDATE-DISTRIBUTION-EXIT
039350         IF NOT PAY-DIST-OK
039360             MOVE 'N' TO PAY-RECORD-VALID
039370         END-IF
039380     END-IF.
039390     IF PAY-RECORD-REJECTED
039400         PERFORM 2450-WRITE-EXCEPTION-RECORD
039410             THRU 2450-WRITE-EXCEPTION-RECORD-EXIT
039420         GO TO 3500-ADJUSTMENT-PAYMENT-EXIT
039430     END-IF.
039440*    THE MASTER RECORD JUST READ SUPPLIES EVERYTHING THE
039450*    OPERATOR DOES NOT KEY: NAME, DEPARTMENT, WORK STATE, STATUS
039460*    AND DATES.
039470     MOVE OUT-EMPLOYEE-INITIAL TO EMPLOYEE-INITIAL.
039480     MOVE OUT-DEPARTMENT-CODE TO DEPARTMENT-CODE.
039490     MOVE OUT-WORK-STATE TO PAY-ENTRY-WORK-STATE.
039500     IF OUT-EMPLOY-STATUS = 'A' OR OUT-EMPLOY-STATUS = 'L'
039510         OR OUT-EMPLOY-STATUS = 'T'
039520         MOVE OUT-EMPLOY-STATUS TO PAY-ENTRY-STATUS
039530     ELSE
039540         MOVE 'A' TO PAY-ENTRY-STATUS
039550     END-IF.
039560     IF OUT-HIRE-DATE NUMERIC
039570         MOVE OUT-HIRE-DATE TO PAY-ENTRY-HIRE-DATE
039580     ELSE
039590         MOVE ZERO TO PAY-ENTRY-HIRE-DATE
039600     END-IF.
039610     IF OUT-TERM-DATE NUMERIC
039620         MOVE OUT-TERM-DATE TO PAY-ENTRY-TERM-DATE
039630     ELSE
039640         MOVE ZERO TO PAY-ENTRY-TERM-DATE
039650     END-IF.
039660     IF PAY-INTERACTIVE-MODE
039670         DISPLAY 'HOURLY OR SALARIED -- ENTER H or S:'
039680         ACCEPT SALARY-CODE
039690         IF PAY-BY-SALARY
039700             DISPLAY 'ENTER THE SALARY AMOUNT BEING PAID THIS '
039710                 'SUPPLEMENTAL CYCLE:'
039720             ACCEPT SALARY-AMOUNT
039730             MOVE ZERO TO HOURS-WORKED
039740             MOVE ZERO TO HOURLY-RATE
039750         ELSE
039760             DISPLAY 'ENTER THE HOURS BEING PAID THIS '
039770                 'SUPPLEMENTAL CYCLE:'
039780             ACCEPT HOURS-WORKED
039790             DISPLAY 'ENTER THE HOURLY RATE:'
039800             ACCEPT HOURLY-RATE
039810             MOVE ZERO TO SALARY-AMOUNT
039820         END-IF
039830     END-IF.
039840     PERFORM 2500-CALCULATE-GROSS-PAY
039850         THRU 2500-CALCULATE-GROSS-PAY-EXIT.
039860     MOVE PAYRECORD-IN TO PAYRECORD-OUT.
039870     MOVE PAY-CURRENT-PERIOD TO OUT-PAY-PERIOD.
039880     PERFORM 2570-MOVE-DEDUCTIONS-TO-MASTER
039890         THRU 2570-MOVE-DEDUCTIONS-TO-MASTER-EXIT.
039900     PERFORM 2580-MOVE-STATUS-TO-MASTER
039910         THRU 2580-MOVE-STATUS-TO-MASTER-EXIT.
039920     PERFORM 2585-MOVE-STATE-TAX-TO-MASTER
039930         THRU 2585-MOVE-STATE-TAX-TO-MASTER-EXIT.
039940     PERFORM 2587-MOVE-TAX-WAGES-TO-MASTER
039950         THRU 2587-MOVE-TAX-WAGES-TO-MASTER-EXIT.
039960     PERFORM 2588-MOVE-DIST-TO-MASTER
039970         THRU 2588-MOVE-DIST-TO-MASTER-EXIT.
039980     MOVE PAY-OPERATOR-ID TO AUD-OPERATOR-ID.
039990     MOVE 'J' TO AUD-ACTION-CODE.
040000     ACCEPT AUD-ENTRY-DATE FROM DATE YYYYMMDD.
040010     ACCEPT AUD-ENTRY-TIME FROM TIME.
040020     MOVE PAY-REFERENCE-PERIOD TO AUD-REFERENCE-PERIOD.
040030     REWRITE PAYRECORD-OUT
040040         INVALID KEY
040050             DISPLAY 'ERROR REWRITING PAYROLL MASTER - FILE '
040060                 'STATUS: ' PAY-FILE-STATUS
040070             GO TO 3500-ADJUSTMENT-PAYMENT-EXIT
040080     END-REWRITE.
040090     DISPLAY 'ADJUSTMENT ENTERED - EMPLOYEE ' PAY-LOOKUP-NUMBER
040100         ' CORRECTING PERIOD ' PAY-REFERENCE-PERIOD ' - NET '
040110         NET-PAY ' PAYS THIS SUPPLEMENTAL CYCLE.'.
040120     ADD 1 TO PAY-TRANSACTIONS-APPLIED.
040130     PERFORM 2900-CHECKPOINT-MASTER-CHANGE
040140         THRU 2900-CHECKPOINT-MASTER-CHANGE-EXIT.
040150 3500-ADJUSTMENT-PAYMENT-EXIT.
040160     EXIT.
040170
040180*----------------------------------------------------------------
040190* 2850-WRITE-DELETE-AUDIT-RECORD -- CAPTURE WHO ORIGINALLY KEYED
040200* THIS EMPLOYEE AND WHO/WHEN IT WAS DELETED, TO EXCEPTION-FILE,
040210* BEFORE THE RECORD IS DELETED OFF THE MASTER. THE RECORD JUST
040220* READ IS STILL IN PAYRECORD-OUT.
040230*----------------------------------------------------------------
040240 2850-WRITE-DELETE-AUDIT-RECORD.
040250     MOVE SPACES TO DELETE-AUDIT-LINE.
040260     MOVE 'D' TO DA-RECORD-TYPE.
040270     MOVE OUT-EMPLOYEE-NUMBER TO
040280         DA-EMPLOYEE-NUMBER.
040290     MOVE OUT-EMPLOYEE-LASTNAME TO
040300         DA-EMPLOYEE-LASTNAME.
040310     MOVE AUD-OPERATOR-ID TO
040320         DA-ORIGINAL-OPERATOR-ID.
040330     MOVE AUD-ENTRY-DATE TO
040340         DA-ORIGINAL-ENTRY-DATE.
040350     MOVE PAY-OPERATOR-ID TO DA-DELETED-BY-OPERATOR.
040360     ACCEPT DA-DELETE-DATE FROM DATE YYYYMMDD.
040370     ACCEPT DA-DELETE-TIME FROM TIME.
040380     WRITE EXCEPTION-LINE FROM DELETE-AUDIT-LINE.
040390     IF PAY-EXCEPTION-STATUS NOT = '00'
040400         DISPLAY 'ERROR WRITING DELETE AUDIT RECORD - FILE '
040410             'STATUS: ' PAY-EXCEPTION-STATUS
040420     END-IF.
040430 2850-WRITE-DELETE-AUDIT-RECORD-EXIT.
040440     EXIT.
040450
040460*----------------------------------------------------------------
040470* 9070-CLEAR-CHECKPOINT -- THE RUN REACHED NORMAL TERMINATION, SO
040480* THE CHECKPOINT IS ZEROED OUT -- A SUBSEQUENT RUN WITH NOTHING
040490* LEFT PENDING HAS NO RESTART TO OFFER.
040500*----------------------------------------------------------------
040510 9070-CLEAR-CHECKPOINT.
040520     OPEN OUTPUT CHECKPOINT-FILE.
040530     MOVE SPACES TO CHECKPOINT-RECORD.
040540     MOVE ZERO TO CKPT-EMPLOYEE-NUMBER.
040550     MOVE ZERO TO CKPT-WRITE-COUNT.
040560     WRITE CHECKPOINT-RECORD.
040570     IF PAY-CKPT-STATUS NOT = '00'
040580         DISPLAY 'ERROR WRITING CHECKPOINT - FILE STATUS: '
040590             PAY-CKPT-STATUS
040600     END-IF.
040610     CLOSE CHECKPOINT-FILE.
040620 9070-CLEAR-CHECKPOINT-EXIT.
040630     EXIT.
040640
040650 END PROGRAM Payroll.
