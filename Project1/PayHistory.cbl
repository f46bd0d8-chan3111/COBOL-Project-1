000290*                  FROM SUPPLEMENTAL PERIODS NOW CARRY A VOID /
000300*                  ADJ MARK ON THE LISTING SO A REVERSED
000310*                  PAYMENT IS NOT READ AS A SECOND ONE.
000320* 10-15-2026  CNR  STATE INCOME TAX WITHHELD NOW SHOWS AS ITS OWN
000330*                  COLUMN ON THE LISTING AND, WITH THE WORK
000340*                  STATE, UNDER THE FEDERAL LINE ON A REPRINTED
000350*                  STUB. HISTORY WRITTEN BEFORE THE STATE FIELDS
000360*                  EXISTED SHOWS ZERO AND PRINTS NO STATE LINE.
000370*                  SOURCE RESEQUENCED.
000380*================================================================
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT HISTORY-FILE ASSIGN TO 'payhistory.txt'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS PAY-HIST-STATUS.
000460     SELECT STUB-FILE ASSIGN TO 'historystub.txt'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS PAY-STUB-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  HISTORY-FILE.
000530     COPY HISTREC.
000540
000550 FD  STUB-FILE.
000560 01  STUB-LINE                 PIC X(80).
000570
000580 WORKING-STORAGE SECTION.
000590*----------------------------------------------------------------
000600* RUN CONTROL FIELDS
000610*----------------------------------------------------------------
000620 01  PAY-END-INPUT             PIC A(1) VALUE SPACE.
000630 01  PAY-END-OF-HIST           PIC X(1) VALUE 'N'.
000640 01  PAY-HIST-STATUS           PIC X(2).
000650 01  PAY-STUB-STATUS           PIC X(2).
000660 01  PAY-LOOKUP-NUMBER         PIC 9(9) VALUE ZERO.
000670 01  PAY-LOOKUP-PERIOD         PIC 9(4) VALUE ZERO.
000680 01  PAY-MATCH-COUNT           PIC 9(5) COMP VALUE ZERO.
000690 01  PAY-STUB-COUNT            PIC 9(5) COMP VALUE ZERO.
000700 01  PAY-REPRINT-RESPONSE      PIC A(1) VALUE SPACE.
000710 01  PAY-RUN-DATE              PIC 9(8) VALUE ZERO.
000720 01  PAY-DED-PRINT-IDX         PIC 9(1) COMP VALUE ZERO.
000730 77  PAY-DED-MAX-ITEMS         PIC 9(1) VALUE 5.
000740 01  PAY-STATE-TAX-WORK        PIC 9(7)V99 VALUE ZERO.
000750
000760*----------------------------------------------------------------
000770* REGULAR/OVERTIME RECOMPUTATION FIELDS -- THE SAME SPLIT
000780* PayStatement.cbl DERIVES FROM HOURS AND RATE.
000790*----------------------------------------------------------------
000800 01  PAY-REGULAR-EARNINGS      PIC 9(7)V99 VALUE ZERO.
000810 01  PAY-OVERTIME-EARNINGS     PIC 9(7)V99 VALUE ZERO.
000820 01  PAY-OVERTIME-HOURS        PIC 9(3)V99 VALUE ZERO.
000830 77  PAY-STANDARD-HOURS        PIC 9(3)  VALUE 40.
000840 77  PAY-OVERTIME-FACTOR       PIC 9V99  VALUE 1.50.
000850
000860*----------------------------------------------------------------
000870* TERMINAL LISTING LINE -- ONE PER HISTORY RECORD FOUND
000880*----------------------------------------------------------------
000890 01  HL-DETAIL-LINE.
000900     10  HL-PAY-PERIOD         PIC 9(4).
000910     10  FILLER                PIC X(2) VALUE SPACES.
000920     10  HL-CLOSE-DATE         PIC 9(8).
000930     10  FILLER                PIC X(2) VALUE SPACES.
000940     10  HL-HOURS-WORKED       PIC ZZ9.99.
000950     10  FILLER                PIC X(2) VALUE SPACES.
000960     10  HL-GROSS-PAY          PIC Z,ZZZ,ZZ9.99.
000970     10  FILLER                PIC X(2) VALUE SPACES.
000980     10  HL-FICA-AMOUNT        PIC ZZZ,ZZ9.99.
000990     10  FILLER                PIC X(2) VALUE SPACES.
001000     10  HL-FED-TAX-AMOUNT     PIC ZZZ,ZZ9.99.
001010     10  FILLER                PIC X(2) VALUE SPACES.
001020     10  HL-STATE-TAX-AMOUNT   PIC ZZZ,ZZ9.99.
001030     10  FILLER                PIC X(2) VALUE SPACES.
001040     10  HL-OTHER-DED-TOTAL    PIC ZZZ,ZZ9.99.
001050     10  FILLER                PIC X(2) VALUE SPACES.
001060     10  HL-NET-PAY            PIC Z,ZZZ,ZZ9.99.
001070     10  FILLER                PIC X(2) VALUE SPACES.
001080     10  HL-TYPE-MARK          PIC X(4).
001090
001100 01  HL-HEADING-LINE.
001110     10  FILLER                PIC X(16) VALUE 'PER   CLOSED'.
001120     10  FILLER                PIC X(8) VALUE ' HOURS'.
001130     10  FILLER                PIC X(14) VALUE '   GROSS PAY'.
001140     10  FILLER                PIC X(12) VALUE '      FICA'.
001150     10  FILLER                PIC X(12) VALUE '   FED TAX'.
001160     10  FILLER                PIC X(12) VALUE ' STATE TAX'.
001170     10  FILLER                PIC X(12) VALUE ' OTHER DED'.
001180     10  FILLER                PIC X(12) VALUE '    NET PAY'.
001190
001200*----------------------------------------------------------------
001210* STUB LINE LAYOUTS -- THE SAME SHAPE PayStatement.cbl PRINTS,
001220* MARKED AS A REPRINT AND CARRYING THE PERIOD'S CLOSE DATE.
001230*----------------------------------------------------------------
001240 01  ST-HEADING-LINE-1.
001250     10  FILLER                PIC X(40) VALUE
001260         'EMPLOYEE EARNINGS STATEMENT - REPRINT'.
001270     10  FILLER                PIC X(10) VALUE 'RUN DATE: '.
001280     10  ST-RUN-DATE           PIC 9(8).
001290
001300 01  ST-EMPLOYEE-LINE.
001310     10  FILLER                PIC X(10) VALUE 'EMPLOYEE: '.
001320     10  ST-EMPLOYEE-NUMBER    PIC 9(9).
001330     10  FILLER                PIC X(3) VALUE SPACES.
001340     10  ST-EMPLOYEE-INITIAL   PIC A(1).
001350     10  FILLER                PIC X(1) VALUE SPACE.
001360     10  ST-EMPLOYEE-LASTNAME  PIC A(15).
001370
001380 01  ST-PERIOD-LINE.
001390     10  FILLER                PIC X(12) VALUE 'PAY PERIOD: '.
001400     10  ST-PAY-PERIOD         PIC 9(4).
001410     10  FILLER                PIC X(17) VALUE
001420         '   PERIOD CLOSED '.
001430     10  ST-CLOSE-DATE         PIC 9(8).
001440
001450 01  ST-BASIS-LINE.
001460     10  FILLER                PIC X(11) VALUE 'PAY BASIS: '.
001470     10  ST-PAY-BASIS          PIC X(8).
001480
001490 01  ST-HOURS-RATE-LINE.
001500     10  FILLER                PIC X(14) VALUE 'HOURS WORKED: '.
001510     10  ST-HOURS-WORKED       PIC ZZ9.99.
001520     10  FILLER                PIC X(9) VALUE '   RATE: '.
001530     10  ST-HOURLY-RATE        PIC ZZ9.99.
001540
001550 01  ST-SALARY-LINE.
001560     10  FILLER                PIC X(15) VALUE 'SALARY AMOUNT: '.
001570     10  ST-SALARY-AMOUNT      PIC Z,ZZZ,ZZ9.99.
001580
001590 01  ST-EARNINGS-HEADING.
001600     10  FILLER                PIC X(30) VALUE 'EARNINGS'.
001610
001620 01  ST-REGULAR-LINE.
001630     10  FILLER                PIC X(27) VALUE
001640         '  REGULAR EARNINGS . . . .'.
001650     10  FILLER                PIC X(6) VALUE SPACES.
001660     10  ST-REGULAR-EARNINGS   PIC ZZZ,ZZZ,ZZ9.99.
001670
001680 01  ST-OVERTIME-LINE.
001690     10  FILLER                PIC X(27) VALUE
001700         '  OVERTIME EARNINGS. . . .'.
001710     10  FILLER                PIC X(6) VALUE SPACES.
001720     10  ST-OVERTIME-EARNINGS  PIC ZZZ,ZZZ,ZZ9.99.
001730
001740 01  ST-GROSS-LINE.
001750     10  FILLER                PIC X(27) VALUE
001760         '  GROSS PAY. . . . . . . .'.
001770     10  FILLER                PIC X(6) VALUE SPACES.
001780     10  ST-GROSS-PAY          PIC ZZZ,ZZZ,ZZ9.99.
001790
001800 01  ST-DEDUCTIONS-HEADING.
001810     10  FILLER                PIC X(30) VALUE 'DEDUCTIONS'.
001820
001830 01  ST-FICA-LINE.
001840     10  FILLER                PIC X(27) VALUE
001850         '  FICA . . . . . . . . . .'.
001860     10  FILLER                PIC X(6) VALUE SPACES.
001870     10  ST-FICA-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
001880
001890 01  ST-FED-TAX-LINE.
001900     10  FILLER                PIC X(27) VALUE
001910         '  FEDERAL WITHHOLDING. . .'.
001920     10  FILLER                PIC X(6) VALUE SPACES.
001930     10  ST-FED-TAX-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
001940
001950 01  ST-STATE-TAX-LINE.
001960     10  FILLER                PIC X(22) VALUE
001970         '  STATE WITHHOLDING - '.
001980     10  ST-WORK-STATE         PIC X(2).
001990     10  FILLER                PIC X(3) VALUE ' .'.
002000     10  FILLER                PIC X(6) VALUE SPACES.
002010     10  ST-STATE-TAX-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
002020
002030 01  ST-OTHER-DED-LINE.
002040     10  FILLER                PIC X(2) VALUE SPACES.
002050     10  ST-DED-CODE           PIC X(3).
002060     10  FILLER                PIC X(22) VALUE
002070         ' . . . . . . . . . . .'.
002080     10  FILLER                PIC X(6) VALUE SPACES.
002090     10  ST-DED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
002100
002110 01  ST-NET-PAY-LINE.
002120     10  FILLER                PIC X(27) VALUE
002130         'NET PAY. . . . . . . . . .'.
002140     10  FILLER                PIC X(6) VALUE SPACES.
002150     10  ST-NET-PAY            PIC ZZZ,ZZZ,ZZ9.99.
002160
002170 01  ST-BLANK-LINE             PIC X(80) VALUE SPACES.
002180
002190 PROCEDURE DIVISION.
002200
002210 0000-MAIN-PROCEDURE.
002220     PERFORM 1000-INITIALIZE-INQUIRY
002230         THRU 1000-INITIALIZE-INQUIRY-EXIT.
002240     PERFORM 2000-ONE-INQUIRY
002250         THRU 2000-ONE-INQUIRY-EXIT
002260         UNTIL PAY-END-INPUT = 'N'.
002270     PERFORM 9000-TERMINATE-INQUIRY
002280         THRU 9000-TERMINATE-INQUIRY-EXIT.
002290     STOP RUN.
002300
002310*----------------------------------------------------------------
002320* 1000-INITIALIZE-INQUIRY -- THE HISTORY FILE MUST EXIST (IT IS
002330* APPENDED BY EVERY PERIOD CLOSE). THE STUB FILE IS OPENED FOR
002340* THE WHOLE SESSION SO SEVERAL REPRINTS CAN BE BURST TOGETHER.
002350*----------------------------------------------------------------
002360 1000-INITIALIZE-INQUIRY.
002370     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
002380     OPEN INPUT HISTORY-FILE.
002390     IF PAY-HIST-STATUS NOT = '00'
002400         DISPLAY 'NO PAY HISTORY FILE FOUND - NO PERIODS HAVE '
002410             'BEEN CLOSED YET - RUN TERMINATED.'
002420         STOP RUN
002430     END-IF.
002440     CLOSE HISTORY-FILE.
002450     OPEN OUTPUT STUB-FILE.
002460 1000-INITIALIZE-INQUIRY-EXIT.
002470     EXIT.
002480
002490*----------------------------------------------------------------
002500* 2000-ONE-INQUIRY -- ONE PASS OF OPERATOR ENTRY: LIST THE
002510* EMPLOYEE'S PERIOD-BY-PERIOD HISTORY, THEN OFFER A STUB
002520* REPRINT FOR A CHOSEN PERIOD.
002530*----------------------------------------------------------------
002540 2000-ONE-INQUIRY.
002550     DISPLAY 'PAY HISTORY INQUIRY? Y or N'.
002560     ACCEPT PAY-END-INPUT.
002570     IF PAY-END-INPUT NOT = 'Y'
002580         MOVE 'N' TO PAY-END-INPUT
002590         GO TO 2000-ONE-INQUIRY-EXIT
002600     END-IF.
002610     DISPLAY 'ENTER THE EMPLOYEE NUMBER:'.
002620     ACCEPT PAY-LOOKUP-NUMBER.
002630     MOVE ZERO TO PAY-MATCH-COUNT.
002640     MOVE 'N' TO PAY-END-OF-HIST.
002650     OPEN INPUT HISTORY-FILE.
002660     DISPLAY 'PAY HISTORY FOR EMPLOYEE ' PAY-LOOKUP-NUMBER ':'.
002670     DISPLAY HL-HEADING-LINE.
002680     PERFORM 2100-LIST-ONE-HISTORY-RECORD
002690         THRU 2100-LIST-ONE-HISTORY-RECORD-EXIT
002700         UNTIL PAY-END-OF-HIST = 'Y'.
002710     CLOSE HISTORY-FILE.
002720     IF PAY-MATCH-COUNT = ZERO
002730         DISPLAY 'NO HISTORY ON FILE FOR THAT EMPLOYEE.'
002740         GO TO 2000-ONE-INQUIRY-EXIT
002750     END-IF.
002760     DISPLAY PAY-MATCH-COUNT ' PERIOD RECORD(S) LISTED.'.
002770     DISPLAY 'REPRINT A STUB FOR A PERIOD? Y or N'.
002780     ACCEPT PAY-REPRINT-RESPONSE.
002790     IF PAY-REPRINT-RESPONSE = 'Y'
002800         PERFORM 2200-REPRINT-ONE-PERIOD
002810             THRU 2200-REPRINT-ONE-PERIOD-EXIT
002820     END-IF.
002830 2000-ONE-INQUIRY-EXIT.
002840     EXIT.
002850
002860 2100-LIST-ONE-HISTORY-RECORD.
002870     READ HISTORY-FILE
002880         AT END
002890             MOVE 'Y' TO PAY-END-OF-HIST
002900         NOT AT END
002910             IF HST-EMPLOYEE-NUMBER = PAY-LOOKUP-NUMBER
002920                 ADD 1 TO PAY-MATCH-COUNT
002930                 MOVE HST-PAY-PERIOD TO HL-PAY-PERIOD
002940                 MOVE HST-CLOSE-DATE TO HL-CLOSE-DATE
002950                 MOVE HST-HOURS-WORKED TO HL-HOURS-WORKED
002960                 MOVE HST-GROSS-PAY TO HL-GROSS-PAY
002970                 MOVE HST-FICA-AMOUNT TO HL-FICA-AMOUNT
002980                 MOVE HST-FED-TAX-AMOUNT TO HL-FED-TAX-AMOUNT
002990                 IF HST-STATE-TAX-AMOUNT NUMERIC
003000                     MOVE HST-STATE-TAX-AMOUNT TO
003010                         HL-STATE-TAX-AMOUNT
003020                 ELSE
003030                     MOVE ZERO TO HL-STATE-TAX-AMOUNT
003040                 END-IF
003050                 MOVE HST-OTHER-DED-TOTAL TO HL-OTHER-DED-TOTAL
003060                 MOVE HST-NET-PAY TO HL-NET-PAY
003070                 EVALUATE HST-RECORD-TYPE
003080                     WHEN 'V'
003090                         MOVE 'VOID' TO HL-TYPE-MARK
003100                     WHEN 'J'
003110                         MOVE 'ADJ' TO HL-TYPE-MARK
003120                     WHEN OTHER
003130                         MOVE SPACES TO HL-TYPE-MARK
003140                 END-EVALUATE
003150                 DISPLAY HL-DETAIL-LINE
003160             END-IF
003170     END-READ.
003180 2100-LIST-ONE-HISTORY-RECORD-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------------
003220* 2200-REPRINT-ONE-PERIOD -- REGENERATE A STUB PAGE FOR EVERY
003230* HISTORY RECORD MATCHING THE EMPLOYEE AND PERIOD (AN OFF-CYCLE
003240* CORRECTION CAN LEAVE MORE THAN ONE RECORD IN A PERIOD, AND
003250* EACH ONE BELONGS ON ITS OWN SHEET).
003260*----------------------------------------------------------------
003270 2200-REPRINT-ONE-PERIOD.
003280     DISPLAY 'ENTER THE PAY PERIOD NUMBER TO REPRINT:'.
003290     ACCEPT PAY-LOOKUP-PERIOD.
003300     MOVE ZERO TO PAY-STUB-COUNT.
003310     MOVE 'N' TO PAY-END-OF-HIST.
003320     OPEN INPUT HISTORY-FILE.
003330     PERFORM 2300-MATCH-ONE-STUB-RECORD
003340         THRU 2300-MATCH-ONE-STUB-RECORD-EXIT
003350         UNTIL PAY-END-OF-HIST = 'Y'.
003360     CLOSE HISTORY-FILE.
003370     IF PAY-STUB-COUNT = ZERO
003380         DISPLAY 'NO HISTORY RECORD FOR EMPLOYEE '
003390             PAY-LOOKUP-NUMBER ' IN PERIOD ' PAY-LOOKUP-PERIOD
003400             ' - NO STUB PRODUCED.'
003410     ELSE
003420         DISPLAY PAY-STUB-COUNT ' STUB PAGE(S) WRITTEN TO THE '
003430             'REPRINT FILE.'
003440     END-IF.
003450 2200-REPRINT-ONE-PERIOD-EXIT.
003460     EXIT.
003470
003480 2300-MATCH-ONE-STUB-RECORD.
003490     READ HISTORY-FILE
003500         AT END
003510             MOVE 'Y' TO PAY-END-OF-HIST
003520         NOT AT END
003530             IF HST-EMPLOYEE-NUMBER = PAY-LOOKUP-NUMBER
003540                 AND HST-PAY-PERIOD = PAY-LOOKUP-PERIOD
003550                 PERFORM 2400-WRITE-STUB-PAGE
003560                     THRU 2400-WRITE-STUB-PAGE-EXIT
003570                 ADD 1 TO PAY-STUB-COUNT
003580             END-IF
003590     END-READ.
003600 2300-MATCH-ONE-STUB-RECORD-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------------
003640* 2400-WRITE-STUB-PAGE -- THE REPRINTED STUB, THE SAME SHAPE
003650* PayStatement.cbl PRINTS, ONE PER PAGE. THE REGULAR/OVERTIME
003660* SPLIT IS RE-DERIVED FROM THE HISTORY HOURS AND RATE.
003670*----------------------------------------------------------------
003680 2400-WRITE-STUB-PAGE.
003690     PERFORM 2500-SPLIT-REGULAR-OVERTIME
003700         THRU 2500-SPLIT-REGULAR-OVERTIME-EXIT.
003710     MOVE PAY-RUN-DATE TO ST-RUN-DATE.
003720     WRITE STUB-LINE FROM ST-HEADING-LINE-1
003730         AFTER ADVANCING PAGE.
003740     IF PAY-STUB-STATUS NOT = '00'
003750         DISPLAY 'ERROR WRITING STUB REPRINT - FILE STATUS: '
003760             PAY-STUB-STATUS
003770     END-IF.
003780     WRITE STUB-LINE FROM ST-BLANK-LINE.
003790     MOVE HST-EMPLOYEE-NUMBER TO ST-EMPLOYEE-NUMBER.
003800     MOVE HST-EMPLOYEE-INITIAL TO ST-EMPLOYEE-INITIAL.
003810     MOVE HST-EMPLOYEE-LASTNAME TO ST-EMPLOYEE-LASTNAME.
003820     WRITE STUB-LINE FROM ST-EMPLOYEE-LINE.
003830     MOVE HST-PAY-PERIOD TO ST-PAY-PERIOD.
003840     MOVE HST-CLOSE-DATE TO ST-CLOSE-DATE.
003850     WRITE STUB-LINE FROM ST-PERIOD-LINE.
003860     IF HST-SALARY-CODE = 'S'
003870         MOVE 'SALARIED' TO ST-PAY-BASIS
003880     ELSE
003890         MOVE 'HOURLY' TO ST-PAY-BASIS
003900     END-IF.
003910     WRITE STUB-LINE FROM ST-BASIS-LINE.
003920     IF HST-SALARY-CODE = 'S'
003930         MOVE HST-SALARY-AMOUNT TO ST-SALARY-AMOUNT
003940         WRITE STUB-LINE FROM ST-SALARY-LINE
003950     ELSE
003960         MOVE HST-HOURS-WORKED TO ST-HOURS-WORKED
003970         MOVE HST-HOURLY-RATE TO ST-HOURLY-RATE
003980         WRITE STUB-LINE FROM ST-HOURS-RATE-LINE
003990     END-IF.
004000     WRITE STUB-LINE FROM ST-BLANK-LINE.
004010     WRITE STUB-LINE FROM ST-EARNINGS-HEADING.
004020     MOVE PAY-REGULAR-EARNINGS TO ST-REGULAR-EARNINGS.
004030     WRITE STUB-LINE FROM ST-REGULAR-LINE.
004040     MOVE PAY-OVERTIME-EARNINGS TO ST-OVERTIME-EARNINGS.
004050     WRITE STUB-LINE FROM ST-OVERTIME-LINE.
004060     MOVE HST-GROSS-PAY TO ST-GROSS-PAY.
004070     WRITE STUB-LINE FROM ST-GROSS-LINE.
004080     WRITE STUB-LINE FROM ST-BLANK-LINE.
004090     WRITE STUB-LINE FROM ST-DEDUCTIONS-HEADING.
004100     MOVE HST-FICA-AMOUNT TO ST-FICA-AMOUNT.
004110     WRITE STUB-LINE FROM ST-FICA-LINE.
004120     MOVE HST-FED-TAX-AMOUNT TO ST-FED-TAX-AMOUNT.
004130     WRITE STUB-LINE FROM ST-FED-TAX-LINE.
004140     PERFORM 2650-WRITE-STATE-TAX
004150         THRU 2650-WRITE-STATE-TAX-EXIT.
004160     PERFORM 2600-WRITE-ONE-DEDUCTION
004170         THRU 2600-WRITE-ONE-DEDUCTION-EXIT
004180         VARYING PAY-DED-PRINT-IDX FROM 1 BY 1
004190         UNTIL PAY-DED-PRINT-IDX > PAY-DED-MAX-ITEMS.
004200     WRITE STUB-LINE FROM ST-BLANK-LINE.
004210     MOVE HST-NET-PAY TO ST-NET-PAY.
004220     WRITE STUB-LINE FROM ST-NET-PAY-LINE.
004230 2400-WRITE-STUB-PAGE-EXIT.
004240     EXIT.
004250
004260 2500-SPLIT-REGULAR-OVERTIME.
004270     MOVE ZERO TO PAY-OVERTIME-EARNINGS.
004280     MOVE ZERO TO PAY-OVERTIME-HOURS.
004290     IF HST-SALARY-CODE = 'S'
004300         MOVE HST-GROSS-PAY TO PAY-REGULAR-EARNINGS
004310     ELSE
004320         IF HST-HOURS-WORKED > PAY-STANDARD-HOURS
004330             COMPUTE PAY-OVERTIME-HOURS =
004340                 HST-HOURS-WORKED - PAY-STANDARD-HOURS
004350             COMPUTE PAY-REGULAR-EARNINGS =
004360                 PAY-STANDARD-HOURS * HST-HOURLY-RATE
004370             COMPUTE PAY-OVERTIME-EARNINGS =
004380                 PAY-OVERTIME-HOURS * HST-HOURLY-RATE *
004390                     PAY-OVERTIME-FACTOR
004400         ELSE
004410             COMPUTE PAY-REGULAR-EARNINGS =
004420                 HST-HOURS-WORKED * HST-HOURLY-RATE
004430         END-IF
004440     END-IF.
004450 2500-SPLIT-REGULAR-OVERTIME-EXIT.
004460     EXIT.
004470
004480 2600-WRITE-ONE-DEDUCTION.
004490     IF HST-DED-AMOUNT(PAY-DED-PRINT-IDX) NOT NUMERIC
004500         OR HST-DED-AMOUNT(PAY-DED-PRINT-IDX) = ZERO
004510         GO TO 2600-WRITE-ONE-DEDUCTION-EXIT
004520     END-IF.
004530     MOVE HST-DED-CODE(PAY-DED-PRINT-IDX) TO ST-DED-CODE.
004540     MOVE HST-DED-AMOUNT(PAY-DED-PRINT-IDX) TO ST-DED-AMOUNT.
004550     WRITE STUB-LINE FROM ST-OTHER-DED-LINE.
004560 2600-WRITE-ONE-DEDUCTION-EXIT.
004570     EXIT.
004580
004590*----------------------------------------------------------------
004600* 2650-WRITE-STATE-TAX -- THE STATE INCOME TAX WITHHELD FOR THE
004610* PERIOD'S WORK STATE. A HISTORY RECORD WRITTEN BEFORE THE STATE
004620* FIELDS EXISTED CARRIES NO STATE AND GETS NO LINE.
004630*----------------------------------------------------------------
004640 2650-WRITE-STATE-TAX.
004650     IF HST-STATE-TAX-AMOUNT NUMERIC
004660         MOVE HST-STATE-TAX-AMOUNT TO PAY-STATE-TAX-WORK
004670     ELSE
004680         MOVE ZERO TO PAY-STATE-TAX-WORK
004690     END-IF.
004700     IF HST-WORK-STATE = SPACES
004710         AND PAY-STATE-TAX-WORK = ZERO
004720         GO TO 2650-WRITE-STATE-TAX-EXIT
004730     END-IF.
004740     MOVE HST-WORK-STATE TO ST-WORK-STATE.
004750     MOVE PAY-STATE-TAX-WORK TO ST-STATE-TAX-AMOUNT.
004760     WRITE STUB-LINE FROM ST-STATE-TAX-LINE.
004770 2650-WRITE-STATE-TAX-EXIT.
004780     EXIT.
004790
004800 9000-TERMINATE-INQUIRY.
004810     CLOSE STUB-FILE.
004820     DISPLAY 'PAY HISTORY INQUIRY ENDED.'.
004830 9000-TERMINATE-INQUIRY-EXIT.
004840     EXIT.
004850
004860 END PROGRAM PayHistory.
