000640*                  REGULAR PERIOD IS ALREADY OPEN WHEN AN
000650*                  OFF-CYCLE CORRECTION RUNS, AND THE SUPPLEMENTAL
000660*                  MINI-CYCLE MUST RUN AND CLOSE FIRST.
000670* 10-15-2026  CNR  EACH DETAIL LINE NOW SHOWS THE WORK STATE AND
000680*                  THE STATE INCOME TAX WITHHELD, AND THE PAGE
000690*                  AND GRAND TOTALS CARRY A STATE TAX LINE UNDER
000700*                  THE NET PAY LINE. VOIDS STAY OUT OF THE STATE
000710*                  TOTALS AS THEY DO THE NET. THE CONTROL RECORD
000720*                  IS UNCHANGED. SOURCE RESEQUENCED.
000730*================================================================
000740
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT PAYROLL-FILE ASSIGN TO 'paymaster.dat'
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS OUT-EMPLOYEE-NUMBER
000820         FILE STATUS IS PAY-FILE-STATUS.
000830     SELECT REGISTER-FILE ASSIGN TO 'register.txt'
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS PAY-REGISTER-STATUS.
000860     SELECT CALENDAR-FILE ASSIGN TO 'paycalendar.txt'
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS PAY-CAL-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  PAYROLL-FILE.
000930     COPY PAYRECOUT.
000940
000950 FD  REGISTER-FILE.
000960 01  REGISTER-LINE             PIC X(80).
000970
000980 FD  CALENDAR-FILE.
000990     COPY CALREC.
001000
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------
001030* REPORT CONTROL FIELDS
001040*----------------------------------------------------------------
001050 01  PAY-END-OF-FILE           PIC X(1) VALUE 'N'.
001060     88  PAY-NO-MORE-RECORDS   VALUE 'Y'.
001070 01  PAY-FILE-STATUS           PIC X(2).
001080 01  PAY-REGISTER-STATUS       PIC X(2).
001090 01  PAY-LINE-COUNT            PIC 9(3) COMP VALUE ZERO.
001100 01  PAY-PAGE-COUNT            PIC 9(5) COMP VALUE ZERO.
001110 01  PAY-LINES-PER-PAGE        PIC 9(3) VALUE 50.
001120 01  PAY-RECORD-COUNT          PIC 9(7) COMP VALUE ZERO.
001130 01  PAY-TERMINATED-COUNT      PIC 9(7) COMP VALUE ZERO.
001140 01  PAY-VOID-COUNT            PIC 9(7) COMP VALUE ZERO.
001150 01  PAY-OTHER-PERIOD-COUNT    PIC 9(7) COMP VALUE ZERO.
001160 01  PAY-PAGE-TOTAL-NET        PIC 9(9)V99 VALUE ZERO.
001170 01  PAY-GRAND-TOTAL-NET       PIC 9(9)V99 VALUE ZERO.
001180 01  PAY-PAGE-TOTAL-STATE-TAX  PIC 9(9)V99 VALUE ZERO.
001190 01  PAY-GRAND-TOTAL-STATE-TAX PIC 9(9)V99 VALUE ZERO.
001200 01  PAY-RECORD-STATE-TAX      PIC 9(7)V99 VALUE ZERO.
001210 01  PAY-RUN-DATE              PIC 9(8).
001220
001230*----------------------------------------------------------------
001240* PAY-PERIOD CALENDAR CONTROLS. THE PERIOD BEING REGISTERED IS
001250* THE EARLIEST PERIOD NOT YET CLOSED WHOSE START DATE HAS BEEN
001260* REACHED -- THE SAME SELECTION THE DEPOSIT, GL AND CLOSE RUNS
001270* MAKE, SO THE CONTROL RECORD TOTALS THE SAME POPULATION.
001280*----------------------------------------------------------------
001290 01  PAY-CAL-STATUS            PIC X(2).
001300 01  PAY-END-OF-CAL            PIC X(1) VALUE 'N'.
001310 01  PAY-CAL-TABLE.
001320     05  PAY-CAL-COUNT             PIC 9(3) COMP VALUE ZERO.
001330     05  PAY-CAL-ENTRY OCCURS 1 TO 100 TIMES
001340             DEPENDING ON PAY-CAL-COUNT
001350             INDEXED BY PAY-CAL-IDX.
001360         10  PAY-C-PERIOD-NUMBER    PIC 9(4).
001370         10  PAY-C-START-DATE       PIC 9(8).
001380         10  PAY-C-END-DATE         PIC 9(8).
001390         10  PAY-C-STATUS           PIC X(1).
001400         10  PAY-C-PERIOD-TYPE      PIC X(1).
001410 01  PAY-CURRENT-PERIOD-IDX    PIC 9(3) COMP VALUE ZERO.
001420 01  PAY-SUPPL-PERIOD-IDX     PIC 9(3) COMP VALUE ZERO.
001430 01  PAY-CURRENT-PERIOD        PIC 9(4) VALUE ZERO.
001440 01  PAY-CAL-WRITE-IDX         PIC 9(3) COMP VALUE ZERO.
001450 77  PAY-CAL-MAX-ENTRIES       PIC 9(3) VALUE 100.
001460
001470*----------------------------------------------------------------
001480* REPORT LINE LAYOUTS
001490*----------------------------------------------------------------
001500 01  PAY-HEADING-LINE-1.
001510     10  FILLER                PIC X(30) VALUE
001520         'PAYROLL REGISTER'.
001530     10  FILLER                PIC X(10) VALUE 'RUN DATE: '.
001540     10  H1-RUN-DATE           PIC 9(8).
001550     10  FILLER                PIC X(10) VALUE SPACES.
001560     10  FILLER                PIC X(6) VALUE 'PAGE: '.
001570     10  H1-PAGE-NUMBER        PIC ZZZZ9.
001580
001590 01  PAY-HEADING-LINE-2.
001600     10  FILLER                PIC X(12) VALUE 'EMPLOYEE NO.'.
001610     10  FILLER                PIC X(4) VALUE SPACES.
001620     10  FILLER                PIC X(15) VALUE 'EMPLOYEE NAME'.
001630     10  FILLER                PIC X(4) VALUE SPACES.
001640     10  FILLER                PIC X(2) VALUE 'ST'.
001650     10  FILLER                PIC X(4) VALUE SPACES.
001660     10  FILLER                PIC X(9) VALUE 'STATE TAX'.
001670     10  FILLER                PIC X(6) VALUE SPACES.
001680     10  FILLER                PIC X(12) VALUE 'NET PAY'.
001690
001700 01  PAY-DETAIL-LINE.
001710     10  D-EMPLOYEE-NUMBER     PIC 9(9).
001720     10  FILLER                PIC X(7) VALUE SPACES.
001730     10  D-EMPLOYEE-INITIAL    PIC A(1).
001740     10  FILLER                PIC X(1) VALUE SPACE.
001750     10  D-EMPLOYEE-LASTNAME   PIC A(15).
001760     10  FILLER                PIC X(2) VALUE SPACES.
001770     10  D-WORK-STATE          PIC X(2).
001780     10  FILLER                PIC X(3) VALUE SPACES.
001790     10  D-STATE-TAX           PIC ZZZ,ZZ9.99.
001800     10  FILLER                PIC X(3) VALUE SPACES.
001810     10  D-NET-PAY             PIC ZZZ,ZZZ,ZZ9.99.
001820     10  FILLER                PIC X(3) VALUE SPACES.
001830     10  D-VOID-MARK           PIC X(4).
001840
001850 01  PAY-PAGE-TOTAL-LINE.
001860     10  FILLER                PIC X(27) VALUE
001870         'PAGE TOTAL NET PAY . . . .'.
001880     10  FILLER                PIC X(6) VALUE SPACES.
001890     10  PT-NET-PAY            PIC ZZZ,ZZZ,ZZ9.99.
001900
001910 01  PAY-PAGE-STATE-TAX-LINE.
001920     10  FILLER                PIC X(27) VALUE
001930         'PAGE TOTAL STATE TAX . . .'.
001940     10  FILLER                PIC X(6) VALUE SPACES.
001950     10  PT-STATE-TAX          PIC ZZZ,ZZZ,ZZ9.99.
001960
001970 01  PAY-GRAND-TOTAL-LINE.
001980     10  FILLER                PIC X(27) VALUE
001990         'GRAND TOTAL NET PAY  . . .'.
002000     10  FILLER                PIC X(6) VALUE SPACES.
002010     10  GT-NET-PAY            PIC ZZZ,ZZZ,ZZ9.99.
002020
002030 01  PAY-GRAND-STATE-TAX-LINE.
002040     10  FILLER                PIC X(27) VALUE
002050         'GRAND TOTAL STATE TAX  . .'.
002060     10  FILLER                PIC X(6) VALUE SPACES.
002070     10  GT-STATE-TAX          PIC ZZZ,ZZZ,ZZ9.99.
002080
002090 01  PAY-RECORD-COUNT-LINE.
002100     10  FILLER                PIC X(27) VALUE
002110         'TOTAL EMPLOYEE RECORDS  . .'.
002120     10  FILLER                PIC X(6) VALUE SPACES.
002130     10  RC-RECORD-COUNT       PIC ZZZ,ZZ9.
002140
002150 01  PAY-CONTROL-RECORD.
002160     10  CR-RECORD-TYPE        PIC X(1) VALUE 'C'.
002170     10  FILLER                PIC X(1) VALUE SPACE.
002180     10  CR-RECORD-COUNT       PIC 9(7).
002190     10  FILLER                PIC X(1) VALUE SPACE.
002200     10  CR-TOTAL-NET          PIC 9(9)V99.
002210
002220 01  PAY-BLANK-LINE            PIC X(80) VALUE SPACES.
002230
002240 PROCEDURE DIVISION.
002250
002260 0000-MAIN-PROCEDURE.
002270     PERFORM 1000-INITIALIZE-REGISTER
002280         THRU 1000-INITIALIZE-REGISTER-EXIT.
002290     PERFORM 2000-PROCESS-RECORD
002300         THRU 2000-PROCESS-RECORD-EXIT
002310         UNTIL PAY-NO-MORE-RECORDS.
002320     PERFORM 9000-TERMINATE-REGISTER
002330         THRU 9000-TERMINATE-REGISTER-EXIT.
002340     STOP RUN.
002350
002360*----------------------------------------------------------------
002370* 1000-INITIALIZE-REGISTER -- OPEN FILES, PRIME THE FIRST RECORD.
002380* A MISSING PAYROLL MASTER (NO PAYROLL ENTERED YET) IS TREATED AS
002390* A ZERO-RECORD FILE, NOT AN ERROR, THE SAME AS Payroll.cbl DOES.
002400*----------------------------------------------------------------
002410 1000-INITIALIZE-REGISTER.
002420     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
002430     PERFORM 1100-CHECK-PAY-CALENDAR
002440         THRU 1100-CHECK-PAY-CALENDAR-EXIT.
002450     OPEN INPUT PAYROLL-FILE.
002460*    A MASTER THAT EXISTS BUT WILL NOT OPEN (E.G. A RECORD
002470*    LAYOUT/ATTRIBUTE MISMATCH, FILE STATUS 39, FROM A MISSED
002480*    MasterUpgrade RUN) MUST NOT FALL THROUGH TO THE READS.
002490     IF PAY-FILE-STATUS NOT = '00'
002500         AND PAY-FILE-STATUS NOT = '35'
002510         AND PAY-FILE-STATUS NOT = '05'
002520         DISPLAY 'ERROR OPENING PAYROLL MASTER - FILE STATUS: '
002530             PAY-FILE-STATUS ' - RUN TERMINATED.'
002540         STOP RUN
002550     END-IF.
002560     OPEN OUTPUT REGISTER-FILE.
002570     IF PAY-FILE-STATUS = '35' OR PAY-FILE-STATUS = '05'
002580         DISPLAY 'NO PAYROLL MASTER FOUND - REGISTER WILL '
002590             'HAVE NO DETAIL LINES.'
002600         MOVE 'Y' TO PAY-END-OF-FILE
002610     ELSE
002620         PERFORM 2200-READ-PAYROLL-FILE
002630             THRU 2200-READ-PAYROLL-FILE-EXIT
002640     END-IF.
002650 1000-INITIALIZE-REGISTER-EXIT.
002660     EXIT.
002670
002680*----------------------------------------------------------------
002690* 1100-CHECK-PAY-CALENDAR -- LOAD THE CALENDAR AND SELECT THE
002700* PERIOD TO REGISTER: THE EARLIEST PERIOD NOT YET CLOSED WHOSE
002710* START DATE HAS BEEN REACHED, THE SAME SELECTION THE DEPOSIT,
002720* GL AND CLOSE RUNS MAKE.
002730*----------------------------------------------------------------
002740 1100-CHECK-PAY-CALENDAR.
002750     OPEN INPUT CALENDAR-FILE.
002760     IF PAY-CAL-STATUS NOT = '00'
002770         DISPLAY 'NO PAY-PERIOD CALENDAR FILE FOUND - REGISTER '
002780             'NOT PRODUCED - RUN TERMINATED.'
002790         STOP RUN
002800     END-IF.
002810     PERFORM 1110-LOAD-CALENDAR-RECORD
002820         THRU 1110-LOAD-CALENDAR-RECORD-EXIT
002830         UNTIL PAY-END-OF-CAL = 'Y'.
002840     CLOSE CALENDAR-FILE.
002850     PERFORM 1120-FIND-CURRENT-PERIOD
002860         THRU 1120-FIND-CURRENT-PERIOD-EXIT
002870         VARYING PAY-CAL-WRITE-IDX FROM 1 BY 1
002880         UNTIL PAY-CAL-WRITE-IDX > PAY-CAL-COUNT.
002890*    A STARTED, UNCLOSED SUPPLEMENTAL MINI-CYCLE RUNS AND
002900*    CLOSES BEFORE THE NEXT REGULAR PERIOD IS TOUCHED.
002910     IF PAY-SUPPL-PERIOD-IDX NOT = ZERO
002920         MOVE PAY-SUPPL-PERIOD-IDX TO PAY-CURRENT-PERIOD-IDX
002930     END-IF.
002940     IF PAY-CURRENT-PERIOD-IDX = ZERO
002950         DISPLAY 'NO UNCLOSED PAY PERIOD HAS STARTED AS OF '
002960             'RUN DATE ' PAY-RUN-DATE ' - RUN TERMINATED.'
002970         STOP RUN
002980     END-IF.
002990     MOVE PAY-C-PERIOD-NUMBER(PAY-CURRENT-PERIOD-IDX) TO
003000         PAY-CURRENT-PERIOD.
003010     IF PAY-C-PERIOD-TYPE(PAY-CURRENT-PERIOD-IDX) = 'S'
003020         DISPLAY 'REGISTERING SUPPLEMENTAL PAY PERIOD '
003030             PAY-CURRENT-PERIOD '.'
003040     ELSE
003050         DISPLAY 'REGISTERING PAY PERIOD ' PAY-CURRENT-PERIOD
003060             '.'
003070     END-IF.
003080 1100-CHECK-PAY-CALENDAR-EXIT.
003090     EXIT.
003100
003110 1110-LOAD-CALENDAR-RECORD.
003120     READ CALENDAR-FILE
003130         AT END
003140             MOVE 'Y' TO PAY-END-OF-CAL
003150         NOT AT END
003160             IF PAY-CAL-COUNT < PAY-CAL-MAX-ENTRIES
003170                 ADD 1 TO PAY-CAL-COUNT
003180                 MOVE CAL-PERIOD-NUMBER TO
003190                     PAY-C-PERIOD-NUMBER(PAY-CAL-COUNT)
003200                 MOVE CAL-START-DATE TO
003210                     PAY-C-START-DATE(PAY-CAL-COUNT)
003220                 MOVE CAL-END-DATE TO
003230                     PAY-C-END-DATE(PAY-CAL-COUNT)
003240                 MOVE CAL-STATUS TO
003250                     PAY-C-STATUS(PAY-CAL-COUNT)
003260                 IF CAL-PERIOD-TYPE = 'S'
003270                     MOVE 'S' TO
003280                         PAY-C-PERIOD-TYPE(PAY-CAL-COUNT)
003290                 ELSE
003300                     MOVE 'R' TO
003310                         PAY-C-PERIOD-TYPE(PAY-CAL-COUNT)
003320                 END-IF
003330             ELSE
003340                 DISPLAY 'PAY CALENDAR EXCEEDS THE '
003350                     PAY-CAL-MAX-ENTRIES ' PERIOD TABLE '
003360                     'CAPACITY - RUN TERMINATED.'
003370                 CLOSE CALENDAR-FILE
003380                 STOP RUN
003390             END-IF
003400     END-READ.
003410 1110-LOAD-CALENDAR-RECORD-EXIT.
003420     EXIT.
003430
003440*----------------------------------------------------------------
003450* 1120-FIND-CURRENT-PERIOD -- THE FIRST (EARLIEST) PERIOD NOT
003460* YET CLOSED WHOSE START DATE HAS BEEN REACHED IS THE ONE TO
003470* REGISTER. THE CALENDAR IS KEPT IN DATE ORDER BY OPERATIONS.
003480*----------------------------------------------------------------
003490 1120-FIND-CURRENT-PERIOD.
003500*    A STARTED, UNCLOSED SUPPLEMENTAL PERIOD IS REMEMBERED AS
003510*    IT GOES BY -- IT TAKES PRECEDENCE OVER THE EARLIEST
003520*    UNCLOSED REGULAR PERIOD, WHICH IS NORMALLY ALREADY OPEN BY
003530*    THE TIME AN OFF-CYCLE CORRECTION RUNS.
003540     IF PAY-SUPPL-PERIOD-IDX = ZERO
003550         AND PAY-C-PERIOD-TYPE(PAY-CAL-WRITE-IDX) = 'S'
003560         AND PAY-C-STATUS(PAY-CAL-WRITE-IDX) NOT = 'C'
003570         AND PAY-C-START-DATE(PAY-CAL-WRITE-IDX) <=
003580             PAY-RUN-DATE
003590         MOVE PAY-CAL-WRITE-IDX TO PAY-SUPPL-PERIOD-IDX
003600     END-IF.
003610     IF PAY-CURRENT-PERIOD-IDX = ZERO
003620         AND PAY-C-STATUS(PAY-CAL-WRITE-IDX) NOT = 'C'
003630         AND PAY-C-START-DATE(PAY-CAL-WRITE-IDX) <=
003640             PAY-RUN-DATE
003650         MOVE PAY-CAL-WRITE-IDX TO PAY-CURRENT-PERIOD-IDX
003660     END-IF.
003670 1120-FIND-CURRENT-PERIOD-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------
003710* 2000-PROCESS-RECORD -- DETAIL LINE, PAGE BREAK EVERY 50 LINES.
003720* ONLY RECORDS STAMPED WITH THE PERIOD BEING REGISTERED ARE
003730* LISTED AND TOTALED -- THE SAME POPULATION THE DEPOSIT, GL AND
003740* CLOSE RUNS SELECT. A RECORD STILL CARRYING A PRIOR PERIOD'S
003750* STAMP (UNPAID LEAVE, EMPLOYEE NOT RE-KEYED, PAST TERMINATION)
003760* IS NORMAL AND ONLY COUNTED. A CURRENT-PERIOD RECORD FOR A
003770* TERMINATED EMPLOYEE IS FINAL PAY BEING DISBURSED, SO IT IS
003780* REGISTERED LIKE ANY OTHER.
003790*----------------------------------------------------------------
003800 2000-PROCESS-RECORD.
003810     IF OUT-PAY-PERIOD NOT = PAY-CURRENT-PERIOD
003820         IF OUT-EMPLOY-STATUS = 'T'
003830             AND OUT-TERM-DATE NUMERIC
003840             AND OUT-TERM-DATE < PAY-RUN-DATE
003850             ADD 1 TO PAY-TERMINATED-COUNT
003860         ELSE
003870             ADD 1 TO PAY-OTHER-PERIOD-COUNT
003880         END-IF
003890         GO TO 2000-PROCESS-NEXT-RECORD
003900     END-IF.
003910     IF PAY-LINE-COUNT = ZERO
003920         PERFORM 2100-WRITE-PAGE-HEADINGS
003930             THRU 2100-WRITE-PAGE-HEADINGS-EXIT
003940     END-IF.
003950     MOVE OUT-EMPLOYEE-NUMBER TO D-EMPLOYEE-NUMBER.
003960     MOVE OUT-EMPLOYEE-INITIAL TO D-EMPLOYEE-INITIAL.
003970     MOVE OUT-EMPLOYEE-LASTNAME TO D-EMPLOYEE-LASTNAME.
003980     MOVE OUT-NET-PAY TO D-NET-PAY.
003990     MOVE OUT-WORK-STATE TO D-WORK-STATE.
004000     IF OUT-STATE-TAX-AMOUNT NUMERIC
004010         MOVE OUT-STATE-TAX-AMOUNT TO PAY-RECORD-STATE-TAX
004020     ELSE
004030         MOVE ZERO TO PAY-RECORD-STATE-TAX
004040     END-IF.
004050     MOVE PAY-RECORD-STATE-TAX TO D-STATE-TAX.
004060*    A VOID IS LISTED FOR THE RECORD BUT NO MONEY MOVES ON IT,
004070*    SO IT STAYS OUT OF THE TOTALS AND THE CONTROL RECORD.
004080     IF AUD-ACTION-CODE = 'V'
004090         MOVE 'VOID' TO D-VOID-MARK
004100     ELSE
004110         MOVE SPACES TO D-VOID-MARK
004120     END-IF.
004130     WRITE REGISTER-LINE FROM PAY-DETAIL-LINE.
004140     IF PAY-REGISTER-STATUS NOT = '00'
004150         DISPLAY 'ERROR WRITING PAYROLL REGISTER - FILE STATUS: '
004160             PAY-REGISTER-STATUS
004170     END-IF.
004180     ADD 1 TO PAY-LINE-COUNT.
004190     IF AUD-ACTION-CODE = 'V'
004200         ADD 1 TO PAY-VOID-COUNT
004210         GO TO 2000-PROCESS-TOTALS-DONE
004220     END-IF.
004230     ADD 1 TO PAY-RECORD-COUNT.
004240     ADD OUT-NET-PAY TO PAY-PAGE-TOTAL-NET.
004250     ADD OUT-NET-PAY TO PAY-GRAND-TOTAL-NET.
004260     ADD PAY-RECORD-STATE-TAX TO PAY-PAGE-TOTAL-STATE-TAX.
004270     ADD PAY-RECORD-STATE-TAX TO PAY-GRAND-TOTAL-STATE-TAX.
004280 2000-PROCESS-TOTALS-DONE.
004290     IF PAY-LINE-COUNT >= PAY-LINES-PER-PAGE
004300         PERFORM 2300-WRITE-PAGE-TOTAL
004310             THRU 2300-WRITE-PAGE-TOTAL-EXIT
004320     END-IF.
004330 2000-PROCESS-NEXT-RECORD.
004340     PERFORM 2200-READ-PAYROLL-FILE
004350         THRU 2200-READ-PAYROLL-FILE-EXIT.
004360 2000-PROCESS-RECORD-EXIT.
004370     EXIT.
004380
004390 2100-WRITE-PAGE-HEADINGS.
004400     ADD 1 TO PAY-PAGE-COUNT.
004410     MOVE PAY-RUN-DATE TO H1-RUN-DATE.
004420     MOVE PAY-PAGE-COUNT TO H1-PAGE-NUMBER.
004430     WRITE REGISTER-LINE FROM PAY-HEADING-LINE-1.
004440     WRITE REGISTER-LINE FROM PAY-HEADING-LINE-2.
004450     WRITE REGISTER-LINE FROM PAY-BLANK-LINE.
004460 2100-WRITE-PAGE-HEADINGS-EXIT.
004470     EXIT.
004480
004490 2200-READ-PAYROLL-FILE.
004500     READ PAYROLL-FILE
004510         AT END
004520             MOVE 'Y' TO PAY-END-OF-FILE
004530     END-READ.
004540 2200-READ-PAYROLL-FILE-EXIT.
004550     EXIT.
004560
004570 2300-WRITE-PAGE-TOTAL.
004580     MOVE PAY-PAGE-TOTAL-NET TO PT-NET-PAY.
004590     WRITE REGISTER-LINE FROM PAY-BLANK-LINE.
004600     WRITE REGISTER-LINE FROM PAY-PAGE-TOTAL-LINE.
004610     MOVE PAY-PAGE-TOTAL-STATE-TAX TO PT-STATE-TAX.
004620     WRITE REGISTER-LINE FROM PAY-PAGE-STATE-TAX-LINE.
004630     MOVE ZERO TO PAY-PAGE-TOTAL-NET.
004640     MOVE ZERO TO PAY-PAGE-TOTAL-STATE-TAX.
004650     MOVE ZERO TO PAY-LINE-COUNT.
004660 2300-WRITE-PAGE-TOTAL-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------
004700* 9000-TERMINATE-REGISTER -- FINAL PAGE TOTAL, GRAND TOTALS,
004710* RECORD COUNT FOOTER.
004720*----------------------------------------------------------------
004730 9000-TERMINATE-REGISTER.
004740     IF PAY-LINE-COUNT > ZERO
004750         PERFORM 2300-WRITE-PAGE-TOTAL
004760             THRU 2300-WRITE-PAGE-TOTAL-EXIT
004770     END-IF.
004780     MOVE PAY-GRAND-TOTAL-NET TO GT-NET-PAY.
004790     MOVE PAY-RECORD-COUNT TO RC-RECORD-COUNT.
004800     WRITE REGISTER-LINE FROM PAY-BLANK-LINE.
004810     WRITE REGISTER-LINE FROM PAY-GRAND-TOTAL-LINE.
004820     MOVE PAY-GRAND-TOTAL-STATE-TAX TO GT-STATE-TAX.
004830     WRITE REGISTER-LINE FROM PAY-GRAND-STATE-TAX-LINE.
004840     WRITE REGISTER-LINE FROM PAY-RECORD-COUNT-LINE.
004850     MOVE PAY-RECORD-COUNT TO CR-RECORD-COUNT.
004860     MOVE PAY-GRAND-TOTAL-NET TO CR-TOTAL-NET.
004870     WRITE REGISTER-LINE FROM PAY-CONTROL-RECORD.
004880     CLOSE PAYROLL-FILE.
004890     CLOSE REGISTER-FILE.
004900     DISPLAY 'PAYROLL REGISTER - PERIOD ' PAY-CURRENT-PERIOD '.'.
004910     DISPLAY '  SKIPPED - PRIOR-PERIOD STAMP . . . . : '
004920         PAY-OTHER-PERIOD-COUNT.
004930     IF PAY-TERMINATED-COUNT > ZERO
004940         DISPLAY '  SKIPPED - TERMINATED (PRIOR PERIOD). : '
004950             PAY-TERMINATED-COUNT
004960     END-IF.
004970     IF PAY-VOID-COUNT > ZERO
004980         DISPLAY '  VOID RECORDS LISTED (NOT TOTALED). . : '
004990             PAY-VOID-COUNT
005000     END-IF.
005010 9000-TERMINATE-REGISTER-EXIT.
005020     EXIT.
005030
005040 END PROGRAM PayrollRegister.
