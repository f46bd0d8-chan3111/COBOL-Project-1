000590*                  REGULAR PERIOD IS ALREADY OPEN WHEN AN
000600*                  OFF-CYCLE CORRECTION RUNS, AND THE SUPPLEMENTAL
000610*                  MINI-CYCLE MUST RUN AND CLOSE FIRST.
000620* 10-15-2026  CNR  THE STUB NOW SHOWS STATE INCOME TAX WITHHELD,
000630*                  WITH THE WORK STATE, UNDER THE FEDERAL LINE.
000640*                  A RECORD WITH NO WORK STATE AND NO STATE TAX
000650*                  PRINTS NO STATE LINE. SOURCE RESEQUENCED.
000660*================================================================
000670
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT PAYROLL-FILE ASSIGN TO 'paymaster.dat'
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS OUT-EMPLOYEE-NUMBER
000750         FILE STATUS IS PAY-FILE-STATUS.
000760     SELECT STATEMENT-FILE ASSIGN TO 'statements.txt'
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS PAY-STATEMENT-STATUS.
000790     SELECT LEAVE-FILE ASSIGN TO 'leavebalance.txt'
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS PAY-LVE-STATUS.
000820     SELECT CALENDAR-FILE ASSIGN TO 'paycalendar.txt'
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS PAY-CAL-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  PAYROLL-FILE.
000890     COPY PAYRECOUT.
000900
000910 FD  STATEMENT-FILE.
000920 01  STATEMENT-LINE            PIC X(80).
000930
000940*----------------------------------------------------------------
000950* LEAVE-FILE -- EMPLOYEE LEAVE BALANCES MAINTAINED BY
000960* PeriodClose.cbl AND THE LEAVE-TAKEN ENTRY IN Payroll.cbl.
000970* READ-ONLY HERE, FOR THE BALANCES PRINTED ON THE STUB.
000980*----------------------------------------------------------------
000990 FD  LEAVE-FILE.
001000     COPY LVEREC.
001010
001020 FD  CALENDAR-FILE.
001030     COPY CALREC.
001040
001050 WORKING-STORAGE SECTION.
001060*----------------------------------------------------------------
001070* RUN CONTROL FIELDS
001080*----------------------------------------------------------------
001090 01  PAY-END-OF-FILE           PIC X(1) VALUE 'N'.
001100     88  PAY-NO-MORE-RECORDS   VALUE 'Y'.
001110 01  PAY-FILE-STATUS           PIC X(2).
001120 01  PAY-STATEMENT-STATUS      PIC X(2).
001130 01  PAY-RECORD-COUNT          PIC 9(7) COMP VALUE ZERO.
001140 01  PAY-TERMINATED-COUNT      PIC 9(7) COMP VALUE ZERO.
001150 01  PAY-VOID-SKIP-COUNT       PIC 9(7) COMP VALUE ZERO.
001160 01  PAY-OTHER-PERIOD-COUNT    PIC 9(7) COMP VALUE ZERO.
001170 01  PAY-RUN-DATE              PIC 9(8).
001180
001190*----------------------------------------------------------------
001200* PAY-PERIOD CALENDAR CONTROLS. STUBS GO OUT FOR THE PERIOD
001210* BEING PAID -- THE EARLIEST PERIOD NOT YET CLOSED WHOSE START
001220* DATE HAS BEEN REACHED, THE SAME SELECTION THE REGISTER,
001230* DEPOSIT, GL AND CLOSE RUNS MAKE.
001240*----------------------------------------------------------------
001250 01  PAY-CAL-STATUS            PIC X(2).
001260 01  PAY-END-OF-CAL            PIC X(1) VALUE 'N'.
001270 01  PAY-CAL-TABLE.
001280     05  PAY-CAL-COUNT             PIC 9(3) COMP VALUE ZERO.
001290     05  PAY-CAL-ENTRY OCCURS 1 TO 100 TIMES
001300             DEPENDING ON PAY-CAL-COUNT
001310             INDEXED BY PAY-CAL-IDX.
001320         10  PAY-C-PERIOD-NUMBER    PIC 9(4).
001330         10  PAY-C-START-DATE       PIC 9(8).
001340         10  PAY-C-END-DATE         PIC 9(8).
001350         10  PAY-C-STATUS           PIC X(1).
001360         10  PAY-C-PERIOD-TYPE      PIC X(1).
001370 01  PAY-CURRENT-PERIOD-IDX    PIC 9(3) COMP VALUE ZERO.
001380 01  PAY-SUPPL-PERIOD-IDX     PIC 9(3) COMP VALUE ZERO.
001390 01  PAY-CURRENT-PERIOD        PIC 9(4) VALUE ZERO.
001400 01  PAY-CAL-WRITE-IDX         PIC 9(3) COMP VALUE ZERO.
001410 77  PAY-CAL-MAX-ENTRIES       PIC 9(3) VALUE 100.
001420
001430*----------------------------------------------------------------
001440* REGULAR/OVERTIME RECOMPUTATION FIELDS. THE MASTER CARRIES ONLY
001450* TOTAL GROSS, SO THE SPLIT IS RE-DERIVED FROM HOURS AND RATE
001460* THE SAME WAY Payroll.cbl DERIVES GROSS IN THE FIRST PLACE.
001470*----------------------------------------------------------------
001480 01  PAY-REGULAR-EARNINGS      PIC 9(7)V99 VALUE ZERO.
001490 01  PAY-OVERTIME-EARNINGS     PIC 9(7)V99 VALUE ZERO.
001500 01  PAY-OVERTIME-HOURS        PIC 9(3)V99 VALUE ZERO.
001510
001520 77  PAY-STANDARD-HOURS        PIC 9(3)  VALUE 40.
001530 77  PAY-OVERTIME-FACTOR       PIC 9V99  VALUE 1.50.
001540
001550*----------------------------------------------------------------
001560* STATEMENT LINE LAYOUTS -- ONE STATEMENT PER PAGE
001570*----------------------------------------------------------------
001580 01  ST-HEADING-LINE-1.
001590     10  FILLER                PIC X(30) VALUE
001600         'EMPLOYEE EARNINGS STATEMENT'.
001610     10  FILLER                PIC X(10) VALUE 'RUN DATE: '.
001620     10  ST-RUN-DATE           PIC 9(8).
001630
001640 01  ST-EMPLOYEE-LINE.
001650     10  FILLER                PIC X(10) VALUE 'EMPLOYEE: '.
001660     10  ST-EMPLOYEE-NUMBER    PIC 9(9).
001670     10  FILLER                PIC X(3) VALUE SPACES.
001680     10  ST-EMPLOYEE-INITIAL   PIC A(1).
001690     10  FILLER                PIC X(1) VALUE SPACE.
001700     10  ST-EMPLOYEE-LASTNAME  PIC A(15).
001710
001720 01  ST-PERIOD-LINE.
001730     10  FILLER                PIC X(12) VALUE 'PAY PERIOD: '.
001740     10  ST-PAY-PERIOD         PIC 9(4).
001750
001760 01  ST-BASIS-LINE.
001770     10  FILLER                PIC X(11) VALUE 'PAY BASIS: '.
001780     10  ST-PAY-BASIS          PIC X(8).
001790
001800 01  ST-HOURS-RATE-LINE.
001810     10  FILLER                PIC X(14) VALUE 'HOURS WORKED: '.
001820     10  ST-HOURS-WORKED       PIC ZZ9.99.
001830     10  FILLER                PIC X(9) VALUE '   RATE: '.
001840     10  ST-HOURLY-RATE        PIC ZZ9.99.
001850
001860 01  ST-SALARY-LINE.
001870     10  FILLER                PIC X(15) VALUE 'SALARY AMOUNT: '.
001880     10  ST-SALARY-AMOUNT      PIC Z,ZZZ,ZZ9.99.
001890
001900 01  ST-EARNINGS-HEADING.
001910     10  FILLER                PIC X(30) VALUE 'EARNINGS'.
001920
001930 01  ST-REGULAR-LINE.
001940     10  FILLER                PIC X(27) VALUE
001950         '  REGULAR EARNINGS . . . .'.
001960     10  FILLER                PIC X(6) VALUE SPACES.
001970     10  ST-REGULAR-EARNINGS   PIC ZZZ,ZZZ,ZZ9.99.
001980
001990 01  ST-OVERTIME-LINE.
002000     10  FILLER                PIC X(27) VALUE
002010         '  OVERTIME EARNINGS. . . .'.
002020     10  FILLER                PIC X(6) VALUE SPACES.
002030     10  ST-OVERTIME-EARNINGS  PIC ZZZ,ZZZ,ZZ9.99.
002040
002050 01  ST-GROSS-LINE.
002060     10  FILLER                PIC X(27) VALUE
002070         '  GROSS PAY. . . . . . . .'.
002080     10  FILLER                PIC X(6) VALUE SPACES.
002090     10  ST-GROSS-PAY          PIC ZZZ,ZZZ,ZZ9.99.
002100
002110 01  ST-DEDUCTIONS-HEADING.
002120     10  FILLER                PIC X(30) VALUE 'DEDUCTIONS'.
002130
002140 01  ST-FICA-LINE.
002150     10  FILLER                PIC X(27) VALUE
002160         '  FICA . . . . . . . . . .'.
002170     10  FILLER                PIC X(6) VALUE SPACES.
002180     10  ST-FICA-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
002190
002200 01  ST-FED-TAX-LINE.
002210     10  FILLER                PIC X(27) VALUE
002220         '  FEDERAL WITHHOLDING. . .'.
002230     10  FILLER                PIC X(6) VALUE SPACES.
002240     10  ST-FED-TAX-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
002250
002260 01  ST-STATE-TAX-LINE.
002270     10  FILLER                PIC X(22) VALUE
002280         '  STATE WITHHOLDING - '.
002290     10  ST-WORK-STATE         PIC X(2).
002300     10  FILLER                PIC X(3) VALUE ' .'.
002310     10  FILLER                PIC X(6) VALUE SPACES.
002320     10  ST-STATE-TAX-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
002330 01  ST-STATE-TAX-WORK         PIC 9(7)V99 VALUE ZERO.
002340
002350 01  ST-OTHER-DED-LINE.
002360     10  FILLER                PIC X(2) VALUE SPACES.
002370     10  ST-DED-CODE           PIC X(3).
002380     10  FILLER                PIC X(22) VALUE
002390         ' . . . . . . . . . . .'.
002400     10  FILLER                PIC X(6) VALUE SPACES.
002410     10  ST-DED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
002420
002430 01  ST-DED-PRINT-IDX          PIC 9(1) COMP VALUE ZERO.
002440 77  ST-DED-MAX-ITEMS          PIC 9(1) VALUE 5.
002450
002460 01  ST-NET-PAY-LINE.
002470     10  FILLER                PIC X(27) VALUE
002480         'NET PAY. . . . . . . . . .'.
002490     10  FILLER                PIC X(6) VALUE SPACES.
002500     10  ST-NET-PAY            PIC ZZZ,ZZZ,ZZ9.99.
002510
002520 01  ST-LEAVE-HEADING.
002530     10  FILLER                PIC X(30) VALUE 'LEAVE BALANCES'.
002540
002550 01  ST-VACATION-LINE.
002560     10  FILLER                PIC X(27) VALUE
002570         '  VACATION HOURS . . . . .'.
002580     10  FILLER                PIC X(14) VALUE SPACES.
002590     10  ST-VACATION-BALANCE   PIC ZZ9.99.
002600
002610 01  ST-SICK-LINE.
002620     10  FILLER                PIC X(27) VALUE
002630         '  SICK HOURS . . . . . . .'.
002640     10  FILLER                PIC X(14) VALUE SPACES.
002650     10  ST-SICK-BALANCE       PIC ZZ9.99.
002660
002670*----------------------------------------------------------------
002680* EMPLOYEE LEAVE BALANCE TABLE, LOADED FROM LEAVE-FILE AT
002690* START-UP. A MISSING FILE MEANS NO BALANCES ARE ON THE BOOKS
002700* AND THE LEAVE SECTION IS NOT PRINTED.
002710*----------------------------------------------------------------
002720 01  PAY-LVE-STATUS            PIC X(2).
002730 01  PAY-END-OF-LVE            PIC X(1) VALUE 'N'.
002740 01  PAY-LVE-TABLE.
002750     05  PAY-LVE-COUNT             PIC 9(5) COMP VALUE ZERO.
002760     05  PAY-LVE-ENTRY OCCURS 1 TO 50000 TIMES
002770             DEPENDING ON PAY-LVE-COUNT
002780             INDEXED BY PAY-LVE-IDX.
002790         10  PAY-L-EMPLOYEE-NUMBER  PIC 9(9).
002800         10  PAY-L-VAC-BALANCE      PIC 9(3)V99.
002810         10  PAY-L-SICK-BALANCE     PIC 9(3)V99.
002820 01  PAY-LVE-MATCH-FOUND       PIC X(1) VALUE 'N'.
002830 77  PAY-LVE-MAX-ENTRIES       PIC 9(5) VALUE 50000.
002840
002850 01  ST-BLANK-LINE             PIC X(80) VALUE SPACES.
002860
002870 PROCEDURE DIVISION.
002880
002890 0000-MAIN-PROCEDURE.
002900     PERFORM 1000-INITIALIZE-STATEMENTS
002910         THRU 1000-INITIALIZE-STATEMENTS-EXIT.
002920     PERFORM 2000-PROCESS-RECORD
002930         THRU 2000-PROCESS-RECORD-EXIT
002940         UNTIL PAY-NO-MORE-RECORDS.
002950     PERFORM 9000-TERMINATE-STATEMENTS
002960         THRU 9000-TERMINATE-STATEMENTS-EXIT.
002970     STOP RUN.
002980
002990*----------------------------------------------------------------
003000* 1000-INITIALIZE-STATEMENTS -- OPEN FILES, PRIME THE FIRST
003010* RECORD. A MISSING PAYROLL MASTER (NO PAYROLL ENTERED YET) IS
003020* TREATED AS A ZERO-RECORD FILE, NOT AN ERROR, THE SAME AS
003030* Payroll.cbl DOES.
003040*----------------------------------------------------------------
003050 1000-INITIALIZE-STATEMENTS.
003060     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
003070     PERFORM 1200-CHECK-PAY-CALENDAR
003080         THRU 1200-CHECK-PAY-CALENDAR-EXIT.
003090     OPEN INPUT PAYROLL-FILE.
003100*    A MASTER THAT EXISTS BUT WILL NOT OPEN (E.G. A RECORD
003110*    LAYOUT/ATTRIBUTE MISMATCH, FILE STATUS 39, FROM A MISSED
003120*    MasterUpgrade RUN) MUST NOT FALL THROUGH TO THE READS.
003130     IF PAY-FILE-STATUS NOT = '00'
003140         AND PAY-FILE-STATUS NOT = '35'
003150         AND PAY-FILE-STATUS NOT = '05'
003160         DISPLAY 'ERROR OPENING PAYROLL MASTER - FILE STATUS: '
003170             PAY-FILE-STATUS ' - RUN TERMINATED.'
003180         STOP RUN
003190     END-IF.
003200     OPEN OUTPUT STATEMENT-FILE.
003210     PERFORM 1100-LOAD-LEAVE-BALANCES
003220         THRU 1100-LOAD-LEAVE-BALANCES-EXIT.
003230     IF PAY-FILE-STATUS = '35' OR PAY-FILE-STATUS = '05'
003240         DISPLAY 'NO PAYROLL MASTER FOUND - NO STATEMENTS '
003250             'PRODUCED.'
003260         MOVE 'Y' TO PAY-END-OF-FILE
003270     ELSE
003280         PERFORM 2100-READ-PAYROLL-FILE
003290             THRU 2100-READ-PAYROLL-FILE-EXIT
003300     END-IF.
003310 1000-INITIALIZE-STATEMENTS-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------------
003350* 1100-LOAD-LEAVE-BALANCES -- LOAD THE LEAVE BALANCE FILE INTO
003360* PAY-LVE-TABLE. A MISSING FILE SIMPLY LEAVES THE TABLE EMPTY
003370* AND NO LEAVE SECTION PRINTS ON ANY STUB.
003380*----------------------------------------------------------------
003390 1100-LOAD-LEAVE-BALANCES.
003400     OPEN INPUT LEAVE-FILE.
003410     IF PAY-LVE-STATUS = '00'
003420         PERFORM 1110-READ-LEAVE-RECORD
003430             THRU 1110-READ-LEAVE-RECORD-EXIT
003440             UNTIL PAY-END-OF-LVE = 'Y'
003450     END-IF.
003460     CLOSE LEAVE-FILE.
003470 1100-LOAD-LEAVE-BALANCES-EXIT.
003480     EXIT.
003490
003500 1110-READ-LEAVE-RECORD.
003510     READ LEAVE-FILE
003520         AT END
003530             MOVE 'Y' TO PAY-END-OF-LVE
003540         NOT AT END
003550             IF PAY-LVE-COUNT < PAY-LVE-MAX-ENTRIES
003560                 ADD 1 TO PAY-LVE-COUNT
003570                 MOVE LVE-EMPLOYEE-NUMBER TO
003580                     PAY-L-EMPLOYEE-NUMBER(PAY-LVE-COUNT)
003590                 MOVE LVE-VAC-BALANCE TO
003600                     PAY-L-VAC-BALANCE(PAY-LVE-COUNT)
003610                 MOVE LVE-SICK-BALANCE TO
003620                     PAY-L-SICK-BALANCE(PAY-LVE-COUNT)
003630             ELSE
003640                 DISPLAY 'LEAVE BALANCE FILE EXCEEDS THE '
003650                     PAY-LVE-MAX-ENTRIES ' ENTRY TABLE '
003660                     'CAPACITY - REMAINING BALANCES NOT PRINTED.'
003670                 MOVE 'Y' TO PAY-END-OF-LVE
003680             END-IF
003690     END-READ.
003700 1110-READ-LEAVE-RECORD-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------
003740* 1200-CHECK-PAY-CALENDAR -- LOAD THE CALENDAR AND SELECT THE
003750* PERIOD WHOSE STUBS GO OUT: THE EARLIEST PERIOD NOT YET CLOSED
003760* WHOSE START DATE HAS BEEN REACHED, THE SAME SELECTION THE
003770* REGISTER, DEPOSIT, GL AND CLOSE RUNS MAKE.
003780*----------------------------------------------------------------
003790 1200-CHECK-PAY-CALENDAR.
003800     OPEN INPUT CALENDAR-FILE.
003810     IF PAY-CAL-STATUS NOT = '00'
003820         DISPLAY 'NO PAY-PERIOD CALENDAR FILE FOUND - NO '
003830             'STATEMENTS PRODUCED - RUN TERMINATED.'
003840         STOP RUN
003850     END-IF.
003860     PERFORM 1210-LOAD-CALENDAR-RECORD
003870         THRU 1210-LOAD-CALENDAR-RECORD-EXIT
003880         UNTIL PAY-END-OF-CAL = 'Y'.
003890     CLOSE CALENDAR-FILE.
003900     PERFORM 1220-FIND-CURRENT-PERIOD
003910         THRU 1220-FIND-CURRENT-PERIOD-EXIT
003920         VARYING PAY-CAL-WRITE-IDX FROM 1 BY 1
003930         UNTIL PAY-CAL-WRITE-IDX > PAY-CAL-COUNT.
003940*    A STARTED, UNCLOSED SUPPLEMENTAL MINI-CYCLE RUNS AND
003950*    CLOSES BEFORE THE NEXT REGULAR PERIOD IS TOUCHED.
003960     IF PAY-SUPPL-PERIOD-IDX NOT = ZERO
003970         MOVE PAY-SUPPL-PERIOD-IDX TO PAY-CURRENT-PERIOD-IDX
003980     END-IF.
003990     IF PAY-CURRENT-PERIOD-IDX = ZERO
004000         DISPLAY 'NO UNCLOSED PAY PERIOD HAS STARTED AS OF '
004010             'RUN DATE ' PAY-RUN-DATE ' - RUN TERMINATED.'
004020         STOP RUN
004030     END-IF.
004040     MOVE PAY-C-PERIOD-NUMBER(PAY-CURRENT-PERIOD-IDX) TO
004050         PAY-CURRENT-PERIOD.
004060     IF PAY-C-PERIOD-TYPE(PAY-CURRENT-PERIOD-IDX) = 'S'
004070         DISPLAY 'STATEMENTS FOR SUPPLEMENTAL PAY PERIOD '
004080             PAY-CURRENT-PERIOD '.'
004090     ELSE
004100         DISPLAY 'STATEMENTS FOR PAY PERIOD '
004110             PAY-CURRENT-PERIOD '.'
004120     END-IF.
004130 1200-CHECK-PAY-CALENDAR-EXIT.
004140     EXIT.
004150
004160 1210-LOAD-CALENDAR-RECORD.
004170     READ CALENDAR-FILE
004180         AT END
004190             MOVE 'Y' TO PAY-END-OF-CAL
004200         NOT AT END
004210             IF PAY-CAL-COUNT < PAY-CAL-MAX-ENTRIES
004220                 ADD 1 TO PAY-CAL-COUNT
004230                 MOVE CAL-PERIOD-NUMBER TO
004240                     PAY-C-PERIOD-NUMBER(PAY-CAL-COUNT)
004250                 MOVE CAL-START-DATE TO
004260                     PAY-C-START-DATE(PAY-CAL-COUNT)
004270                 MOVE CAL-END-DATE TO
004280                     PAY-C-END-DATE(PAY-CAL-COUNT)
004290                 MOVE CAL-STATUS TO
004300                     PAY-C-STATUS(PAY-CAL-COUNT)
004310                 IF CAL-PERIOD-TYPE = 'S'
004320                     MOVE 'S' TO
004330                         PAY-C-PERIOD-TYPE(PAY-CAL-COUNT)
004340                 ELSE
004350                     MOVE 'R' TO
004360                         PAY-C-PERIOD-TYPE(PAY-CAL-COUNT)
004370                 END-IF
004380             ELSE
004390                 DISPLAY 'PAY CALENDAR EXCEEDS THE '
004400                     PAY-CAL-MAX-ENTRIES ' PERIOD TABLE '
004410                     'CAPACITY - RUN TERMINATED.'
004420                 CLOSE CALENDAR-FILE
004430                 STOP RUN
004440             END-IF
004450     END-READ.
004460 1210-LOAD-CALENDAR-RECORD-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------------
004500* 1220-FIND-CURRENT-PERIOD -- THE FIRST (EARLIEST) PERIOD NOT
004510* YET CLOSED WHOSE START DATE HAS BEEN REACHED IS THE ONE WHOSE
004520* STUBS GO OUT. THE CALENDAR IS KEPT IN DATE ORDER BY
004530* OPERATIONS.
004540*----------------------------------------------------------------
004550 1220-FIND-CURRENT-PERIOD.
004560*    A STARTED, UNCLOSED SUPPLEMENTAL PERIOD IS REMEMBERED AS
004570*    IT GOES BY -- IT TAKES PRECEDENCE OVER THE EARLIEST
004580*    UNCLOSED REGULAR PERIOD, WHICH IS NORMALLY ALREADY OPEN BY
004590*    THE TIME AN OFF-CYCLE CORRECTION RUNS.
004600     IF PAY-SUPPL-PERIOD-IDX = ZERO
004610         AND PAY-C-PERIOD-TYPE(PAY-CAL-WRITE-IDX) = 'S'
004620         AND PAY-C-STATUS(PAY-CAL-WRITE-IDX) NOT = 'C'
004630         AND PAY-C-START-DATE(PAY-CAL-WRITE-IDX) <=
004640             PAY-RUN-DATE
004650         MOVE PAY-CAL-WRITE-IDX TO PAY-SUPPL-PERIOD-IDX
004660     END-IF.
004670     IF PAY-CURRENT-PERIOD-IDX = ZERO
004680         AND PAY-C-STATUS(PAY-CAL-WRITE-IDX) NOT = 'C'
004690         AND PAY-C-START-DATE(PAY-CAL-WRITE-IDX) <=
004700             PAY-RUN-DATE
004710         MOVE PAY-CAL-WRITE-IDX TO PAY-CURRENT-PERIOD-IDX
004720     END-IF.
004730 1220-FIND-CURRENT-PERIOD-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------
004770* 2000-PROCESS-RECORD -- ONE FULL STATEMENT PAGE PER EMPLOYEE
004780*----------------------------------------------------------------
004790 2000-PROCESS-RECORD.
004800*    ONLY RECORDS STAMPED WITH THE PERIOD BEING PAID GET A
004810*    STUB -- THE SAME POPULATION THE REGISTER, DEPOSIT, GL AND
004820*    CLOSE RUNS SELECT. A STALE PRIOR-PERIOD STAMP (UNPAID
004830*    LEAVE, EMPLOYEE NOT RE-KEYED, PAST TERMINATION) IS NORMAL
004840*    AND ONLY COUNTED. A CURRENT-PERIOD RECORD FOR A TERMINATED
004850*    EMPLOYEE IS FINAL PAY -- THE EMPLOYEE STILL GETS THE STUB.
004860     IF OUT-PAY-PERIOD NOT = PAY-CURRENT-PERIOD
004870         IF OUT-EMPLOY-STATUS = 'T'
004880             AND OUT-TERM-DATE NUMERIC
004890             AND OUT-TERM-DATE < PAY-RUN-DATE
004900             ADD 1 TO PAY-TERMINATED-COUNT
004910         ELSE
004920             ADD 1 TO PAY-OTHER-PERIOD-COUNT
004930         END-IF
004940         GO TO 2000-PROCESS-NEXT-RECORD
004950     END-IF.
004960*    A VOID REVERSES A PAYMENT -- HANDING OUT A STUB THAT SAYS
004970*    THE EMPLOYEE WAS PAID AGAIN WOULD BE WRONG ON ITS FACE.
004980     IF AUD-ACTION-CODE = 'V'
004990         ADD 1 TO PAY-VOID-SKIP-COUNT
005000         GO TO 2000-PROCESS-NEXT-RECORD
005010     END-IF.
005020     PERFORM 2200-SPLIT-REGULAR-OVERTIME
005030         THRU 2200-SPLIT-REGULAR-OVERTIME-EXIT.
005040     PERFORM 2300-WRITE-STATEMENT-PAGE
005050         THRU 2300-WRITE-STATEMENT-PAGE-EXIT.
005060     ADD 1 TO PAY-RECORD-COUNT.
005070 2000-PROCESS-NEXT-RECORD.
005080     PERFORM 2100-READ-PAYROLL-FILE
005090         THRU 2100-READ-PAYROLL-FILE-EXIT.
005100 2000-PROCESS-RECORD-EXIT.
005110     EXIT.
005120
005130 2100-READ-PAYROLL-FILE.
005140     READ PAYROLL-FILE
005150         AT END
005160             MOVE 'Y' TO PAY-END-OF-FILE
005170     END-READ.
005180 2100-READ-PAYROLL-FILE-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------
005220* 2200-SPLIT-REGULAR-OVERTIME -- RE-DERIVE THE REGULAR/OVERTIME
005230* EARNINGS SPLIT FROM HOURS AND RATE, THE SAME ARITHMETIC
005240* Payroll.cbl USES TO BUILD GROSS PAY. A SALARIED EMPLOYEE IS
005250* ALL REGULAR EARNINGS.
005260*----------------------------------------------------------------
005270 2200-SPLIT-REGULAR-OVERTIME.
005280     MOVE ZERO TO PAY-OVERTIME-EARNINGS.
005290     MOVE ZERO TO PAY-OVERTIME-HOURS.
005300     IF OUT-SALARY-CODE = 'S'
005310         MOVE OUT-GROSS-PAY TO PAY-REGULAR-EARNINGS
005320     ELSE
005330         IF OUT-HOURS-WORKED > PAY-STANDARD-HOURS
005340             COMPUTE PAY-OVERTIME-HOURS =
005350                 OUT-HOURS-WORKED - PAY-STANDARD-HOURS
005360             COMPUTE PAY-REGULAR-EARNINGS =
005370                 PAY-STANDARD-HOURS * OUT-HOURLY-RATE
005380             COMPUTE PAY-OVERTIME-EARNINGS =
005390                 PAY-OVERTIME-HOURS * OUT-HOURLY-RATE *
005400                     PAY-OVERTIME-FACTOR
005410         ELSE
005420             COMPUTE PAY-REGULAR-EARNINGS =
005430                 OUT-HOURS-WORKED * OUT-HOURLY-RATE
005440         END-IF
005450     END-IF.
005460 2200-SPLIT-REGULAR-OVERTIME-EXIT.
005470     EXIT.
005480
005490*----------------------------------------------------------------
005500* 2300-WRITE-STATEMENT-PAGE -- THE STATEMENT ITSELF. THE HEADER
005510* LINE ADVANCES TO A NEW PAGE SO EACH EMPLOYEE'S STATEMENT CAN
005520* BE BURST OFF AND HANDED OUT ON ITS OWN SHEET.
005530*----------------------------------------------------------------
005540 2300-WRITE-STATEMENT-PAGE.
005550     MOVE PAY-RUN-DATE TO ST-RUN-DATE.
005560     WRITE STATEMENT-LINE FROM ST-HEADING-LINE-1
005570         AFTER ADVANCING PAGE.
005580     IF PAY-STATEMENT-STATUS NOT = '00'
005590         DISPLAY 'ERROR WRITING EARNINGS STATEMENT - FILE '
005600             'STATUS: ' PAY-STATEMENT-STATUS
005610     END-IF.
005620     WRITE STATEMENT-LINE FROM ST-BLANK-LINE.
005630     MOVE OUT-EMPLOYEE-NUMBER TO ST-EMPLOYEE-NUMBER.
005640     MOVE OUT-EMPLOYEE-INITIAL TO ST-EMPLOYEE-INITIAL.
005650     MOVE OUT-EMPLOYEE-LASTNAME TO ST-EMPLOYEE-LASTNAME.
005660     WRITE STATEMENT-LINE FROM ST-EMPLOYEE-LINE.
005670     MOVE OUT-PAY-PERIOD TO ST-PAY-PERIOD.
005680     WRITE STATEMENT-LINE FROM ST-PERIOD-LINE.
005690     IF OUT-SALARY-CODE = 'S'
005700         MOVE 'SALARIED' TO ST-PAY-BASIS
005710     ELSE
005720         MOVE 'HOURLY' TO ST-PAY-BASIS
005730     END-IF.
005740     WRITE STATEMENT-LINE FROM ST-BASIS-LINE.
005750     IF OUT-SALARY-CODE = 'S'
005760         MOVE OUT-SALARY-AMOUNT TO ST-SALARY-AMOUNT
005770         WRITE STATEMENT-LINE FROM ST-SALARY-LINE
005780     ELSE
005790         MOVE OUT-HOURS-WORKED TO ST-HOURS-WORKED
005800         MOVE OUT-HOURLY-RATE TO ST-HOURLY-RATE
005810         WRITE STATEMENT-LINE FROM ST-HOURS-RATE-LINE
005820     END-IF.
005830     WRITE STATEMENT-LINE FROM ST-BLANK-LINE.
005840     WRITE STATEMENT-LINE FROM ST-EARNINGS-HEADING.
005850     MOVE PAY-REGULAR-EARNINGS TO ST-REGULAR-EARNINGS.
005860     WRITE STATEMENT-LINE FROM ST-REGULAR-LINE.
005870     MOVE PAY-OVERTIME-EARNINGS TO ST-OVERTIME-EARNINGS.
005880     WRITE STATEMENT-LINE FROM ST-OVERTIME-LINE.
005890     MOVE OUT-GROSS-PAY TO ST-GROSS-PAY.
005900     WRITE STATEMENT-LINE FROM ST-GROSS-LINE.
005910     WRITE STATEMENT-LINE FROM ST-BLANK-LINE.
005920     WRITE STATEMENT-LINE FROM ST-DEDUCTIONS-HEADING.
005930     MOVE OUT-FICA-AMOUNT TO ST-FICA-AMOUNT.
005940     WRITE STATEMENT-LINE FROM ST-FICA-LINE.
005950     MOVE OUT-FED-TAX-AMOUNT TO ST-FED-TAX-AMOUNT.
005960     WRITE STATEMENT-LINE FROM ST-FED-TAX-LINE.
005970     PERFORM 2350-WRITE-STATE-TAX
005980         THRU 2350-WRITE-STATE-TAX-EXIT.
005990     PERFORM 2400-WRITE-ONE-DEDUCTION
006000         THRU 2400-WRITE-ONE-DEDUCTION-EXIT
006010         VARYING ST-DED-PRINT-IDX FROM 1 BY 1
006020         UNTIL ST-DED-PRINT-IDX > ST-DED-MAX-ITEMS.
006030     WRITE STATEMENT-LINE FROM ST-BLANK-LINE.
006040     MOVE OUT-NET-PAY TO ST-NET-PAY.
006050     WRITE STATEMENT-LINE FROM ST-NET-PAY-LINE.
006060     PERFORM 2500-WRITE-LEAVE-BALANCES
006070         THRU 2500-WRITE-LEAVE-BALANCES-EXIT.
006080 2300-WRITE-STATEMENT-PAGE-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------------
006120* 2350-WRITE-STATE-TAX -- THE STATE INCOME TAX WITHHELD FOR THE
006130* EMPLOYEE'S WORK STATE. A RECORD WRITTEN BEFORE THE STATE
006140* FIELDS EXISTED CARRIES NO STATE AND GETS NO LINE.
006150*----------------------------------------------------------------
006160 2350-WRITE-STATE-TAX.
006170     IF OUT-STATE-TAX-AMOUNT NUMERIC
006180         MOVE OUT-STATE-TAX-AMOUNT TO ST-STATE-TAX-WORK
006190     ELSE
006200         MOVE ZERO TO ST-STATE-TAX-WORK
006210     END-IF.
006220     IF OUT-WORK-STATE = SPACES
006230         AND ST-STATE-TAX-WORK = ZERO
006240         GO TO 2350-WRITE-STATE-TAX-EXIT
006250     END-IF.
006260     MOVE OUT-WORK-STATE TO ST-WORK-STATE.
006270     MOVE ST-STATE-TAX-WORK TO ST-STATE-TAX-AMOUNT.
006280     WRITE STATEMENT-LINE FROM ST-STATE-TAX-LINE.
006290 2350-WRITE-STATE-TAX-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------------
006330* 2400-WRITE-ONE-DEDUCTION -- ONE ITEMIZED DEDUCTION SLOT OFF THE
006340* MASTER RECORD. AN EMPTY SLOT (OR A SLOT FROM A RECORD WRITTEN
006350* BEFORE THE DEDUCTION FIELDS EXISTED) IS SKIPPED.
006360*----------------------------------------------------------------
006370 2400-WRITE-ONE-DEDUCTION.
006380     IF OUT-DED-AMOUNT(ST-DED-PRINT-IDX) NOT NUMERIC
006390         OR OUT-DED-AMOUNT(ST-DED-PRINT-IDX) = ZERO
006400         GO TO 2400-WRITE-ONE-DEDUCTION-EXIT
006410     END-IF.
006420     MOVE OUT-DED-CODE(ST-DED-PRINT-IDX) TO ST-DED-CODE.
006430     MOVE OUT-DED-AMOUNT(ST-DED-PRINT-IDX) TO ST-DED-AMOUNT.
006440     WRITE STATEMENT-LINE FROM ST-OTHER-DED-LINE.
006450 2400-WRITE-ONE-DEDUCTION-EXIT.
006460     EXIT.
006470
006480*----------------------------------------------------------------
006490* 2500-WRITE-LEAVE-BALANCES -- THE EMPLOYEE'S CURRENT VACATION
006500* AND SICK BALANCES, PRINTED BELOW NET PAY. AN EMPLOYEE WITH NO
006510* BALANCE RECORD (NOTHING ACCRUED YET) GETS NO SECTION.
006520*----------------------------------------------------------------
006530 2500-WRITE-LEAVE-BALANCES.
006540     MOVE 'N' TO PAY-LVE-MATCH-FOUND.
006550     IF PAY-LVE-COUNT > ZERO
006560         SET PAY-LVE-IDX TO 1
006570         SEARCH PAY-LVE-ENTRY
006580             AT END
006590                 CONTINUE
006600             WHEN PAY-L-EMPLOYEE-NUMBER(PAY-LVE-IDX) =
006610                     OUT-EMPLOYEE-NUMBER
006620                 MOVE 'Y' TO PAY-LVE-MATCH-FOUND
006630         END-SEARCH
006640     END-IF.
006650     IF PAY-LVE-MATCH-FOUND = 'N'
006660         GO TO 2500-WRITE-LEAVE-BALANCES-EXIT
006670     END-IF.
006680     WRITE STATEMENT-LINE FROM ST-BLANK-LINE.
006690     WRITE STATEMENT-LINE FROM ST-LEAVE-HEADING.
006700     MOVE PAY-L-VAC-BALANCE(PAY-LVE-IDX) TO ST-VACATION-BALANCE.
006710     WRITE STATEMENT-LINE FROM ST-VACATION-LINE.
006720     MOVE PAY-L-SICK-BALANCE(PAY-LVE-IDX) TO ST-SICK-BALANCE.
006730     WRITE STATEMENT-LINE FROM ST-SICK-LINE.
006740 2500-WRITE-LEAVE-BALANCES-EXIT.
006750     EXIT.
006760
006770 9000-TERMINATE-STATEMENTS.
006780     CLOSE PAYROLL-FILE.
006790     CLOSE STATEMENT-FILE.
006800     DISPLAY 'EARNINGS STATEMENTS - PERIOD '
006810         PAY-CURRENT-PERIOD '.'.
006820     DISPLAY 'SKIPPED - PRIOR-PERIOD STAMP . . . . . : '
006830         PAY-OTHER-PERIOD-COUNT.
006840     IF PAY-TERMINATED-COUNT > ZERO
006850         DISPLAY 'SKIPPED - TERMINATED (PRIOR PERIOD). . : '
006860             PAY-TERMINATED-COUNT
006870     END-IF.
006880     IF PAY-VOID-SKIP-COUNT > ZERO
006890         DISPLAY 'VOID RECORDS SKIPPED (NO STUB) . . . . : '
006900             PAY-VOID-SKIP-COUNT
006910     END-IF.
006920     DISPLAY 'EARNINGS STATEMENTS PRODUCED . . . . . : '
006930         PAY-RECORD-COUNT.
006940 9000-TERMINATE-STATEMENTS-EXIT.
006950     EXIT.
006960
006970 END PROGRAM PayStatement.
