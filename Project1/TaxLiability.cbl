000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TaxLiability AS "TaxLiability".
000120 AUTHOR. ChandlerNewmanReed.
000130 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED. 10-15-2026.
000160*================================================================
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  CNR  ORIGINAL PROGRAM - QUARTERLY EMPLOYER PAYROLL
000200*                  TAX LIABILITY REPORT. READS THE CLOSED RECORDS
000210*                  ON payhistory.txt FOR THE TAX YEAR, FIGURES
000220*                  THE EMPLOYER FICA MATCH, FUTA AND SUTA PER
000230*                  EMPLOYEE PER PERIOD OFF THE EMPLOYER RATE
000240*                  TABLE (ERTREC / employertax.txt) IN EFFECT ON
000250*                  EACH CLOSE DATE, EACH AGAINST ITS OWN ANNUAL
000260*                  WAGE BASE, AND PRINTS A 941-STYLE SUMMARY OF
000270*                  THE QUARTER'S FEDERAL DEPOSIT LIABILITY BY
000280*                  MONTH (WITH THE QUARTER'S SUTA), FOLLOWED BY A
000290*                  940-STYLE ANNUAL FUTA LIABILITY SUMMARY BY
000300*                  MONTH AND QUARTER. A PAYMENT BELONGS TO THE
000310*                  MONTH ITS PERIOD WAS CLOSED IN; VOIDS COME
000320*                  BACK OUT OF THE MONTH THEY WERE CLOSED IN.
000330* 10-15-2026  CNR  THE 941 WAGES COLUMN NOW TOTALS FEDERAL TAXABLE
000340*                  WAGES, AND THE EMPLOYER FICA/FUTA/SUTA WAGE
000350*                  BASES AND YEAR-TO-DATE WAGES USE FICA WAGES, SO
000360*                  401(K) AND SECTION 125 DEDUCTIONS NO LONGER
000370*                  OVERSTATE THE 941/940. THE SUTA AND 940 TOTAL
000380*                  WAGES COLUMNS SHOW FICA WAGES, THE SAME WAGES
000390*                  THEIR TAXABLE COLUMNS ARE CUT FROM. A RECORD
000400*                  CLOSED BEFORE THE WAGE FIELDS EXISTED FALLS
000410*                  BACK TO GROSS. SOURCE RESEQUENCED.
000420*================================================================
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT HISTORY-FILE ASSIGN TO 'payhistory.txt'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS PAY-HIST-STATUS.
000500     SELECT ER-RATE-FILE ASSIGN TO 'employertax.txt'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS PAY-ERT-STATUS.
000530     SELECT REPORT-FILE ASSIGN TO 'taxliability.txt'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PAY-REPORT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  HISTORY-FILE.
000600     COPY HISTREC.
000610
000620 FD  ER-RATE-FILE.
000630     COPY ERTREC.
000640
000650 FD  REPORT-FILE.
000660 01  REPORT-LINE               PIC X(80).
000670
000680 WORKING-STORAGE SECTION.
000690*----------------------------------------------------------------
000700* RUN CONTROL FIELDS
000710*----------------------------------------------------------------
000720 01  PAY-HIST-STATUS           PIC X(2).
000730 01  PAY-ERT-STATUS            PIC X(2).
000740 01  PAY-REPORT-STATUS         PIC X(2).
000750 01  PAY-END-OF-HIST           PIC X(1) VALUE 'N'.
000760     88  PAY-NO-MORE-HISTORY   VALUE 'Y'.
000770 01  PAY-END-OF-ERT            PIC X(1) VALUE 'N'.
000780 01  PAY-RUN-DATE              PIC 9(8) VALUE ZERO.
000790 01  PAY-TAX-YEAR              PIC 9(4) VALUE ZERO.
000800 01  PAY-TAX-QUARTER           PIC 9(1) VALUE ZERO.
000810     88  PAY-VALID-QUARTER     VALUES 1 THRU 4.
000820 01  PAY-FIRST-MONTH           PIC 9(2) VALUE ZERO.
000830 01  PAY-LAST-MONTH            PIC 9(2) VALUE ZERO.
000840 01  PAY-RECORD-MONTH          PIC 9(2) VALUE ZERO.
000850 01  PAY-RECORD-QUARTER        PIC 9(1) VALUE ZERO.
000860 01  PAY-HISTORY-READ-COUNT    PIC 9(7) COMP VALUE ZERO.
000870 01  PAY-HISTORY-USED-COUNT    PIC 9(7) COMP VALUE ZERO.
000880 01  PAY-NO-RATE-COUNT         PIC 9(7) COMP VALUE ZERO.
000890 01  PAY-QTR-EMPLOYEE-COUNT    PIC 9(7) COMP VALUE ZERO.
000900
000910*----------------------------------------------------------------
000920* EMPLOYER RATE TABLE -- EVERY RECORD ON employertax.txt. EACH
000930* CLOSED PAYMENT IS TAXED AT THE RECORD WITH THE LATEST
000940* EFFECTIVE DATE ON OR BEFORE ITS CLOSE DATE, SO A MID-YEAR RATE
000950* CHANGE FALLS ON THE RIGHT MONTHS.
000960*----------------------------------------------------------------
000970 01  PAY-ERT-TABLE.
000980     05  PAY-ERT-COUNT             PIC 9(3) COMP VALUE ZERO.
000990     05  PAY-ERT-ENTRY OCCURS 1 TO 100 TIMES
001000             DEPENDING ON PAY-ERT-COUNT
001010             INDEXED BY PAY-ERT-IDX.
001020         10  PAY-RT-EFFECTIVE-DATE  PIC 9(8).
001030         10  PAY-RT-FICA-RATE       PIC 9V9999.
001040         10  PAY-RT-FICA-WAGE-BASE  PIC 9(7)V99.
001050         10  PAY-RT-FUTA-RATE       PIC 9V9999.
001060         10  PAY-RT-FUTA-WAGE-BASE  PIC 9(7)V99.
001070         10  PAY-RT-SUTA-RATE       PIC 9V9999.
001080         10  PAY-RT-SUTA-WAGE-BASE  PIC 9(7)V99.
001090 77  PAY-ERT-MAX-ENTRIES       PIC 9(3) VALUE 100.
001100 01  PAY-ERT-SCAN-IDX          PIC 9(3) COMP VALUE ZERO.
001110 01  PAY-ERT-USE-IDX           PIC 9(3) COMP VALUE ZERO.
001120 01  PAY-ERT-BEST-DATE         PIC 9(8) VALUE ZERO.
001130
001140*----------------------------------------------------------------
001150* EACH EMPLOYEE'S WAGES SO FAR IN THE TAX YEAR, BUILT UP IN CLOSE
001160* ORDER AS THE HISTORY FILE IS READ -- THE STARTING POINT FOR
001170* EVERY WAGE-BASE TEST -- AND THE LAST QUARTER THE EMPLOYEE WAS
001180* COUNTED IN, FOR THE EMPLOYEES-PAID FIGURE.
001190*----------------------------------------------------------------
001200 01  PAY-EW-TABLE.
001210     05  PAY-EW-COUNT              PIC 9(5) COMP VALUE ZERO.
001220     05  PAY-EW-ENTRY OCCURS 1 TO 50000 TIMES
001230             DEPENDING ON PAY-EW-COUNT
001240             INDEXED BY PAY-EW-IDX.
001250         10  PAY-EW-EMPLOYEE-NUMBER PIC 9(9).
001260         10  PAY-EW-YTD-WAGES       PIC S9(9)V99.
001270         10  PAY-EW-COUNTED-QUARTER PIC 9(1).
001280 01  PAY-EW-MATCHED            PIC X(1) VALUE 'N'.
001290 77  PAY-EW-MAX-ENTRIES        PIC 9(5) VALUE 50000.
001300
001310*----------------------------------------------------------------
001320* EMPLOYER TAX WORK FIELDS FOR THE PAYMENT BEING TAXED
001330*----------------------------------------------------------------
001340 01  PAY-ER-FED-WAGES          PIC 9(7)V99 VALUE ZERO.
001350 01  PAY-ER-TAX-WAGES          PIC 9(7)V99 VALUE ZERO.
001360 01  PAY-ER-PRIOR-WAGES        PIC S9(9)V99 VALUE ZERO.
001370 01  PAY-ER-AFTER-WAGES        PIC S9(9)V99 VALUE ZERO.
001380 01  PAY-ER-WAGE-BASE          PIC 9(7)V99 VALUE ZERO.
001390 01  PAY-ER-BASE-BEFORE        PIC S9(9)V99 VALUE ZERO.
001400 01  PAY-ER-BASE-AFTER         PIC S9(9)V99 VALUE ZERO.
001410 01  PAY-ER-TAXABLE            PIC S9(9)V99 VALUE ZERO.
001420 01  PAY-ER-FICA-AMOUNT        PIC 9(7)V99 VALUE ZERO.
001430 01  PAY-ER-FUTA-TAXABLE       PIC 9(9)V99 VALUE ZERO.
001440 01  PAY-ER-FUTA-AMOUNT        PIC 9(7)V99 VALUE ZERO.
001450 01  PAY-ER-SUTA-TAXABLE       PIC 9(9)V99 VALUE ZERO.
001460 01  PAY-ER-SUTA-AMOUNT        PIC 9(7)V99 VALUE ZERO.
001470
001480*----------------------------------------------------------------
001490* LIABILITY BY MONTH OF THE TAX YEAR. SIGNED -- A VOID CLOSED
001500* IN A MONTH WITH LITTLE ELSE CAN TAKE A MONTH NEGATIVE.
001510*----------------------------------------------------------------
001520 01  PAY-MONTH-TABLE.
001530     05  PAY-MONTH-ENTRY OCCURS 12 TIMES.
001540         10  PAY-M-WAGES            PIC S9(11)V99.
001550         10  PAY-M-ER-WAGES         PIC S9(11)V99.
001560         10  PAY-M-FED-TAX          PIC S9(11)V99.
001570         10  PAY-M-EE-FICA          PIC S9(11)V99.
001580         10  PAY-M-ER-FICA          PIC S9(11)V99.
001590         10  PAY-M-FUTA-WAGES       PIC S9(11)V99.
001600         10  PAY-M-FUTA             PIC S9(11)V99.
001610         10  PAY-M-SUTA-WAGES       PIC S9(11)V99.
001620         10  PAY-M-SUTA             PIC S9(11)V99.
001630 01  PAY-MONTH-IDX             PIC 9(2) COMP VALUE ZERO.
001640 01  PAY-MONTH-NAMES-DATA.
001650     05  FILLER                PIC X(36) VALUE
001660         'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
001670 01  PAY-MONTH-NAMES REDEFINES PAY-MONTH-NAMES-DATA.
001680     05  PAY-MONTH-NAME        PIC X(3) OCCURS 12 TIMES.
001690
001700*----------------------------------------------------------------
001710* REPORT TOTALS
001720*----------------------------------------------------------------
001730 01  PAY-Q-WAGES               PIC S9(11)V99 VALUE ZERO.
001740 01  PAY-Q-FED-TAX             PIC S9(11)V99 VALUE ZERO.
001750 01  PAY-Q-EE-FICA             PIC S9(11)V99 VALUE ZERO.
001760 01  PAY-Q-ER-FICA             PIC S9(11)V99 VALUE ZERO.
001770 01  PAY-Q-LIABILITY           PIC S9(11)V99 VALUE ZERO.
001780 01  PAY-Q-SUTA-WAGES          PIC S9(11)V99 VALUE ZERO.
001790 01  PAY-Q-ER-WAGES            PIC S9(11)V99 VALUE ZERO.
001800 01  PAY-Q-SUTA                PIC S9(11)V99 VALUE ZERO.
001810 01  PAY-LINE-LIABILITY        PIC S9(11)V99 VALUE ZERO.
001820 01  PAY-A-WAGES               PIC S9(11)V99 VALUE ZERO.
001830 01  PAY-A-FUTA-WAGES          PIC S9(11)V99 VALUE ZERO.
001840 01  PAY-A-FUTA                PIC S9(11)V99 VALUE ZERO.
001850 01  PAY-SUB-WAGES             PIC S9(11)V99 VALUE ZERO.
001860 01  PAY-SUB-FUTA-WAGES        PIC S9(11)V99 VALUE ZERO.
001870 01  PAY-SUB-FUTA              PIC S9(11)V99 VALUE ZERO.
001880
001890*----------------------------------------------------------------
001900* EMPLOYER IDENTIFICATION CARRIED ON THE REPORT HEADINGS
001910*----------------------------------------------------------------
001920 77  PAY-EMPLOYER-NAME         PIC X(25) VALUE
001930     'CORPORATE PAYROLL SYSTEMS'.
001940 77  PAY-EMPLOYER-EIN          PIC 9(9) VALUE 841736251.
001950
001960*----------------------------------------------------------------
001970* REPORT LINE LAYOUTS
001980*----------------------------------------------------------------
001990 01  TL-941-HEADING-LINE.
002000     10  FILLER                PIC X(42) VALUE
002010         '941-STYLE QUARTERLY FEDERAL TAX LIABILITY'.
002020     10  FILLER                PIC X(6) VALUE 'YEAR: '.
002030     10  TL-941-YEAR           PIC 9(4).
002040     10  FILLER                PIC X(12) VALUE '  QUARTER: '.
002050     10  TL-941-QUARTER        PIC 9(1).
002060
002070 01  TL-EMPLOYER-LINE.
002080     10  FILLER                PIC X(10) VALUE 'EMPLOYER: '.
002090     10  TL-EMPLOYER-NAME      PIC X(25).
002100     10  FILLER                PIC X(7) VALUE '  EIN: '.
002110     10  TL-EMPLOYER-EIN       PIC 9(9).
002120
002130 01  TL-941-COLUMN-LINE.
002140     10  FILLER                PIC X(5) VALUE 'MONTH'.
002150     10  FILLER                PIC X(15) VALUE '          WAGES'.
002160     10  FILLER                PIC X(15) VALUE '    FED TAX W/H'.
002170     10  FILLER                PIC X(15) VALUE '  EMPLOYEE FICA'.
002180     10  FILLER                PIC X(15) VALUE '  EMPLOYER FICA'.
002190     10  FILLER                PIC X(15) VALUE '      LIABILITY'.
002200
002210 01  TL-941-DETAIL-LINE.
002220     10  FILLER                PIC X(2) VALUE SPACES.
002230     10  TL-941-MONTH          PIC X(3).
002240     10  FILLER                PIC X(1) VALUE SPACE.
002250     10  TL-941-WAGES          PIC ZZ,ZZZ,ZZ9.99-.
002260     10  FILLER                PIC X(1) VALUE SPACE.
002270     10  TL-941-FED-TAX        PIC ZZ,ZZZ,ZZ9.99-.
002280     10  FILLER                PIC X(1) VALUE SPACE.
002290     10  TL-941-EE-FICA        PIC ZZ,ZZZ,ZZ9.99-.
002300     10  FILLER                PIC X(1) VALUE SPACE.
002310     10  TL-941-ER-FICA        PIC ZZ,ZZZ,ZZ9.99-.
002320     10  FILLER                PIC X(1) VALUE SPACE.
002330     10  TL-941-LIABILITY      PIC ZZ,ZZZ,ZZ9.99-.
002340
002350 01  TL-SUTA-HEADING-LINE.
002360     10  FILLER                PIC X(42) VALUE
002370         'STATE UNEMPLOYMENT (SUTA) FOR THE QUARTER'.
002380
002390 01  TL-SUTA-COLUMN-LINE.
002400     10  FILLER                PIC X(5) VALUE 'MONTH'.
002410     10  FILLER                PIC X(15) VALUE '          WAGES'.
002420     10  FILLER                PIC X(15) VALUE '  SUTA TAXABLE'.
002430     10  FILLER                PIC X(15) VALUE '       SUTA TAX'.
002440
002450 01  TL-SUTA-DETAIL-LINE.
002460     10  FILLER                PIC X(2) VALUE SPACES.
002470     10  TL-SUTA-MONTH         PIC X(3).
002480     10  FILLER                PIC X(1) VALUE SPACE.
002490     10  TL-SUTA-WAGES         PIC ZZ,ZZZ,ZZ9.99-.
002500     10  FILLER                PIC X(1) VALUE SPACE.
002510     10  TL-SUTA-TAXABLE       PIC ZZ,ZZZ,ZZ9.99-.
002520     10  FILLER                PIC X(1) VALUE SPACE.
002530     10  TL-SUTA-TAX           PIC ZZ,ZZZ,ZZ9.99-.
002540
002550 01  TL-940-HEADING-LINE.
002560     10  FILLER                PIC X(42) VALUE
002570         '940-STYLE ANNUAL FUTA TAX LIABILITY'.
002580     10  FILLER                PIC X(6) VALUE 'YEAR: '.
002590     10  TL-940-YEAR           PIC 9(4).
002600
002610 01  TL-940-COLUMN-LINE.
002620     10  FILLER                PIC X(5) VALUE 'MONTH'.
002630     10  FILLER                PIC X(15) VALUE '    TOTAL WAGES'.
002640     10  FILLER                PIC X(15) VALUE '  FUTA TAXABLE'.
002650     10  FILLER                PIC X(15) VALUE '       FUTA TAX'.
002660
002670 01  TL-940-DETAIL-LINE.
002680     10  FILLER                PIC X(2) VALUE SPACES.
002690     10  TL-940-MONTH          PIC X(3).
002700     10  FILLER                PIC X(1) VALUE SPACE.
002710     10  TL-940-WAGES          PIC ZZ,ZZZ,ZZ9.99-.
002720     10  FILLER                PIC X(1) VALUE SPACE.
002730     10  TL-940-TAXABLE        PIC ZZ,ZZZ,ZZ9.99-.
002740     10  FILLER                PIC X(1) VALUE SPACE.
002750     10  TL-940-FUTA           PIC ZZ,ZZZ,ZZ9.99-.
002760
002770 01  TL-COUNT-LINE.
002780     10  FILLER                PIC X(34) VALUE
002790         'EMPLOYEES PAID IN THE QUARTER . . '.
002800     10  TL-EMPLOYEE-COUNT     PIC ZZZ,ZZ9.
002810
002820 01  TL-BLANK-LINE             PIC X(80) VALUE SPACES.
002830
002840 PROCEDURE DIVISION.
002850
002860 0000-MAIN-PROCEDURE.
002870     PERFORM 1000-INITIALIZE-REPORT
002880         THRU 1000-INITIALIZE-REPORT-EXIT.
002890     PERFORM 2000-PROCESS-HISTORY-RECORD
002900         THRU 2000-PROCESS-HISTORY-RECORD-EXIT
002910         UNTIL PAY-NO-MORE-HISTORY.
002920     PERFORM 3000-PRINT-941-SUMMARY
002930         THRU 3000-PRINT-941-SUMMARY-EXIT.
002940     PERFORM 4000-PRINT-940-SUMMARY
002950         THRU 4000-PRINT-940-SUMMARY-EXIT.
002960     PERFORM 9000-TERMINATE-REPORT
002970         THRU 9000-TERMINATE-REPORT-EXIT.
002980     STOP RUN.
002990
003000*----------------------------------------------------------------
003010* 1000-INITIALIZE-REPORT -- TAKE THE TAX YEAR AND QUARTER FROM
003020* THE OPERATOR, LOAD THE EMPLOYER RATE TABLE AND OPEN THE FILES.
003030* NO HISTORY FILE MEANS NOTHING HAS CLOSED AND THERE IS NOTHING
003040* TO REPORT.
003050*----------------------------------------------------------------
003060 1000-INITIALIZE-REPORT.
003070     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
003080     DISPLAY 'ENTER THE TAX YEAR BEING REPORTED (YYYY):'.
003090     ACCEPT PAY-TAX-YEAR.
003100     IF PAY-TAX-YEAR NOT NUMERIC
003110         OR PAY-TAX-YEAR = ZERO
003120         DISPLAY 'TAX YEAR IS NOT A VALID YEAR - RUN '
003130             'TERMINATED.'
003140         STOP RUN
003150     END-IF.
003160     DISPLAY 'ENTER THE QUARTER BEING REPORTED (1-4):'.
003170     ACCEPT PAY-TAX-QUARTER.
003180     IF PAY-TAX-QUARTER NOT NUMERIC
003190         OR NOT PAY-VALID-QUARTER
003200         DISPLAY 'QUARTER MUST BE 1 THROUGH 4 - RUN TERMINATED.'
003210         STOP RUN
003220     END-IF.
003230     COMPUTE PAY-LAST-MONTH = PAY-TAX-QUARTER * 3.
003240     COMPUTE PAY-FIRST-MONTH = PAY-LAST-MONTH - 2.
003250     INITIALIZE PAY-MONTH-TABLE.
003260     PERFORM 1100-LOAD-EMPLOYER-RATES
003270         THRU 1100-LOAD-EMPLOYER-RATES-EXIT.
003280     OPEN INPUT HISTORY-FILE.
003290     IF PAY-HIST-STATUS NOT = '00'
003300         DISPLAY 'NO PAY HISTORY FILE FOUND - NOTHING HAS CLOSED '
003310             '- RUN TERMINATED.'
003320         STOP RUN
003330     END-IF.
003340     OPEN OUTPUT REPORT-FILE.
003350     IF PAY-REPORT-STATUS NOT = '00'
003360         DISPLAY 'ERROR OPENING TAX LIABILITY REPORT - FILE '
003370             'STATUS: ' PAY-REPORT-STATUS ' - RUN TERMINATED.'
003380         CLOSE HISTORY-FILE
003390         STOP RUN
003400     END-IF.
003410     PERFORM 2100-READ-HISTORY-RECORD
003420         THRU 2100-READ-HISTORY-RECORD-EXIT.
003430 1000-INITIALIZE-REPORT-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------------
003470* 1100-LOAD-EMPLOYER-RATES -- THE WHOLE RATE TABLE IS KEPT; THE
003480* RECORD TO USE IS PICKED PER PAYMENT BY ITS CLOSE DATE.
003490*----------------------------------------------------------------
003500 1100-LOAD-EMPLOYER-RATES.
003510     OPEN INPUT ER-RATE-FILE.
003520     IF PAY-ERT-STATUS NOT = '00'
003530         DISPLAY 'NO EMPLOYER TAX RATE FILE FOUND - EMPLOYER TAX '
003540             'CANNOT BE FIGURED - RUN TERMINATED.'
003550         STOP RUN
003560     END-IF.
003570     PERFORM 1110-READ-EMPLOYER-RATE-RECORD
003580         THRU 1110-READ-EMPLOYER-RATE-RECORD-EXIT
003590         UNTIL PAY-END-OF-ERT = 'Y'.
003600     CLOSE ER-RATE-FILE.
003610     IF PAY-ERT-COUNT = ZERO
003620         DISPLAY 'EMPLOYER TAX RATE FILE IS EMPTY - RUN '
003630             'TERMINATED.'
003640         STOP RUN
003650     END-IF.
003660 1100-LOAD-EMPLOYER-RATES-EXIT.
003670     EXIT.
003680
003690 1110-READ-EMPLOYER-RATE-RECORD.
003700     READ ER-RATE-FILE
003710         AT END
003720             MOVE 'Y' TO PAY-END-OF-ERT
003730         NOT AT END
003740             IF PAY-ERT-COUNT >= PAY-ERT-MAX-ENTRIES
003750                 DISPLAY 'EMPLOYER TAX RATE FILE EXCEEDS THE '
003760                     PAY-ERT-MAX-ENTRIES ' RECORD TABLE '
003770                     'CAPACITY - RUN TERMINATED.'
003780                 CLOSE ER-RATE-FILE
003790                 STOP RUN
003800             END-IF
003810             ADD 1 TO PAY-ERT-COUNT
003820             MOVE ERT-EFFECTIVE-DATE TO
003830                 PAY-RT-EFFECTIVE-DATE(PAY-ERT-COUNT)
003840             MOVE ERT-FICA-RATE TO
003850                 PAY-RT-FICA-RATE(PAY-ERT-COUNT)
003860             MOVE ERT-FICA-WAGE-BASE TO
003870                 PAY-RT-FICA-WAGE-BASE(PAY-ERT-COUNT)
003880             MOVE ERT-FUTA-RATE TO
003890                 PAY-RT-FUTA-RATE(PAY-ERT-COUNT)
003900             MOVE ERT-FUTA-WAGE-BASE TO
003910                 PAY-RT-FUTA-WAGE-BASE(PAY-ERT-COUNT)
003920             MOVE ERT-SUTA-RATE TO
003930                 PAY-RT-SUTA-RATE(PAY-ERT-COUNT)
003940             MOVE ERT-SUTA-WAGE-BASE TO
003950                 PAY-RT-SUTA-WAGE-BASE(PAY-ERT-COUNT)
003960     END-READ.
003970 1110-READ-EMPLOYER-RATE-RECORD-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------------
004010* 2000-PROCESS-HISTORY-RECORD -- ONE CLOSED PAYMENT. ONLY THE TAX
004020* YEAR'S RECORDS COUNT. EVERY ONE OF THEM MOVES THE EMPLOYEE'S
004030* YEAR-TO-DATE WAGES, SO THE WAGE BASES COME OUT RIGHT FOR THE
004040* QUARTER REPORTED EVEN WHEN EARLIER QUARTERS FILLED THEM.
004050*----------------------------------------------------------------
004060 2000-PROCESS-HISTORY-RECORD.
004070     ADD 1 TO PAY-HISTORY-READ-COUNT.
004080     IF HST-CLOSE-DATE NOT NUMERIC
004090         OR HST-CLOSE-DATE(1:4) NOT = PAY-TAX-YEAR
004100         OR HST-GROSS-PAY NOT NUMERIC
004110         GO TO 2000-PROCESS-NEXT-RECORD
004120     END-IF.
004130     ADD 1 TO PAY-HISTORY-USED-COUNT.
004140     MOVE HST-CLOSE-DATE(5:2) TO PAY-RECORD-MONTH.
004150     COMPUTE PAY-RECORD-QUARTER = (PAY-RECORD-MONTH + 2) / 3.
004160     PERFORM 2200-FIND-EMPLOYEE-WAGES
004170         THRU 2200-FIND-EMPLOYEE-WAGES-EXIT.
004180     PERFORM 2300-FIND-RATES-IN-EFFECT
004190         THRU 2300-FIND-RATES-IN-EFFECT-EXIT.
004200     MOVE PAY-EW-YTD-WAGES(PAY-EW-IDX) TO PAY-ER-PRIOR-WAGES.
004210     IF PAY-ER-PRIOR-WAGES < ZERO
004220         MOVE ZERO TO PAY-ER-PRIOR-WAGES
004230     END-IF.
004240     IF HST-TYPE-VOID
004250         PERFORM 2500-POST-VOID-PAYMENT
004260             THRU 2500-POST-VOID-PAYMENT-EXIT
004270     ELSE
004280         PERFORM 2400-POST-PAYMENT
004290             THRU 2400-POST-PAYMENT-EXIT
004300     END-IF.
004310     IF PAY-RECORD-QUARTER = PAY-TAX-QUARTER
004320         AND PAY-EW-COUNTED-QUARTER(PAY-EW-IDX) NOT =
004330             PAY-TAX-QUARTER
004340         AND NOT HST-TYPE-VOID
004350         MOVE PAY-TAX-QUARTER TO
004360             PAY-EW-COUNTED-QUARTER(PAY-EW-IDX)
004370         ADD 1 TO PAY-QTR-EMPLOYEE-COUNT
004380     END-IF.
004390 2000-PROCESS-NEXT-RECORD.
004400     PERFORM 2100-READ-HISTORY-RECORD
004410         THRU 2100-READ-HISTORY-RECORD-EXIT.
004420 2000-PROCESS-HISTORY-RECORD-EXIT.
004430     EXIT.
004440
004450 2100-READ-HISTORY-RECORD.
004460     READ HISTORY-FILE
004470         AT END
004480             MOVE 'Y' TO PAY-END-OF-HIST
004490     END-READ.
004500 2100-READ-HISTORY-RECORD-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------
004540* 2200-FIND-EMPLOYEE-WAGES -- POSITION PAY-EW-IDX ON THE
004550* EMPLOYEE'S YEAR-TO-DATE ENTRY, ADDING ONE AT ZERO THE FIRST
004560* TIME THE EMPLOYEE TURNS UP IN THE YEAR.
004570*----------------------------------------------------------------
004580 2200-FIND-EMPLOYEE-WAGES.
004590     MOVE 'N' TO PAY-EW-MATCHED.
004600     IF PAY-EW-COUNT > ZERO
004610         SET PAY-EW-IDX TO 1
004620         SEARCH PAY-EW-ENTRY
004630             AT END
004640                 CONTINUE
004650             WHEN PAY-EW-EMPLOYEE-NUMBER(PAY-EW-IDX) =
004660                     HST-EMPLOYEE-NUMBER
004670                 MOVE 'Y' TO PAY-EW-MATCHED
004680         END-SEARCH
004690     END-IF.
004700     IF PAY-EW-MATCHED = 'Y'
004710         GO TO 2200-FIND-EMPLOYEE-WAGES-EXIT
004720     END-IF.
004730     IF PAY-EW-COUNT >= PAY-EW-MAX-ENTRIES
004740         DISPLAY 'PAY HISTORY EXCEEDS THE ' PAY-EW-MAX-ENTRIES
004750             ' EMPLOYEE WAGE TABLE CAPACITY - RUN TERMINATED.'
004760         CLOSE HISTORY-FILE
004770         CLOSE REPORT-FILE
004780         STOP RUN
004790     END-IF.
004800     ADD 1 TO PAY-EW-COUNT.
004810     SET PAY-EW-IDX TO PAY-EW-COUNT.
004820     MOVE HST-EMPLOYEE-NUMBER TO
004830         PAY-EW-EMPLOYEE-NUMBER(PAY-EW-IDX).
004840     MOVE ZERO TO PAY-EW-YTD-WAGES(PAY-EW-IDX).
004850     MOVE ZERO TO PAY-EW-COUNTED-QUARTER(PAY-EW-IDX).
004860 2200-FIND-EMPLOYEE-WAGES-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------------
004900* 2300-FIND-RATES-IN-EFFECT -- THE RATE RECORD WITH THE LATEST
004910* EFFECTIVE DATE ON OR BEFORE THE CLOSE DATE. NONE IN EFFECT
004920* LEAVES PAY-ERT-USE-IDX AT ZERO AND THE PAYMENT CARRIES NO
004930* EMPLOYER TAX.
004940*----------------------------------------------------------------
004950 2300-FIND-RATES-IN-EFFECT.
004960     MOVE ZERO TO PAY-ERT-USE-IDX.
004970     MOVE ZERO TO PAY-ERT-BEST-DATE.
004980     PERFORM 2310-CHECK-ONE-RATE-RECORD
004990         THRU 2310-CHECK-ONE-RATE-RECORD-EXIT
005000         VARYING PAY-ERT-SCAN-IDX FROM 1 BY 1
005010         UNTIL PAY-ERT-SCAN-IDX > PAY-ERT-COUNT.
005020     IF PAY-ERT-USE-IDX = ZERO
005030         ADD 1 TO PAY-NO-RATE-COUNT
005040     END-IF.
005050 2300-FIND-RATES-IN-EFFECT-EXIT.
005060     EXIT.
005070
005080 2310-CHECK-ONE-RATE-RECORD.
005090     IF PAY-RT-EFFECTIVE-DATE(PAY-ERT-SCAN-IDX) <= HST-CLOSE-DATE
005100         AND PAY-RT-EFFECTIVE-DATE(PAY-ERT-SCAN-IDX) >=
005110             PAY-ERT-BEST-DATE
005120         MOVE PAY-ERT-SCAN-IDX TO PAY-ERT-USE-IDX
005130         MOVE PAY-RT-EFFECTIVE-DATE(PAY-ERT-SCAN-IDX) TO
005140             PAY-ERT-BEST-DATE
005150     END-IF.
005160 2310-CHECK-ONE-RATE-RECORD-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------
005200* 2400-POST-PAYMENT -- A NORMAL OR ADJUSTMENT PAYMENT: ITS WAGES
005210* AND WITHHOLDING GO INTO THE MONTH IT CLOSED IN ALONG WITH THE
005220* EMPLOYER TAX ON THE WAGES IT ADDED UNDER EACH WAGE BASE.
005230*----------------------------------------------------------------
005240 2400-POST-PAYMENT.
005250     PERFORM 2450-SELECT-RECORD-WAGES
005260         THRU 2450-SELECT-RECORD-WAGES-EXIT.
005270     COMPUTE PAY-ER-AFTER-WAGES =
005280         PAY-ER-PRIOR-WAGES + PAY-ER-TAX-WAGES.
005290     PERFORM 2600-COMPUTE-THREE-TAXES
005300         THRU 2600-COMPUTE-THREE-TAXES-EXIT.
005310     ADD PAY-ER-TAX-WAGES TO PAY-EW-YTD-WAGES(PAY-EW-IDX).
005320     ADD PAY-ER-FED-WAGES TO PAY-M-WAGES(PAY-RECORD-MONTH).
005330     ADD PAY-ER-TAX-WAGES TO PAY-M-ER-WAGES(PAY-RECORD-MONTH).
005340     ADD HST-FED-TAX-AMOUNT TO PAY-M-FED-TAX(PAY-RECORD-MONTH).
005350     ADD HST-FICA-AMOUNT TO PAY-M-EE-FICA(PAY-RECORD-MONTH).
005360     ADD PAY-ER-FICA-AMOUNT TO PAY-M-ER-FICA(PAY-RECORD-MONTH).
005370     ADD PAY-ER-FUTA-TAXABLE TO
005380         PAY-M-FUTA-WAGES(PAY-RECORD-MONTH).
005390     ADD PAY-ER-FUTA-AMOUNT TO PAY-M-FUTA(PAY-RECORD-MONTH).
005400     ADD PAY-ER-SUTA-TAXABLE TO
005410         PAY-M-SUTA-WAGES(PAY-RECORD-MONTH).
005420     ADD PAY-ER-SUTA-AMOUNT TO PAY-M-SUTA(PAY-RECORD-MONTH).
005430 2400-POST-PAYMENT-EXIT.
005440     EXIT.
005450
005460
005470*----------------------------------------------------------------
005480* 2450-SELECT-RECORD-WAGES -- THE 941 WAGES ARE THE RECORD'S
005490* FEDERAL TAXABLE WAGES; THE EMPLOYER WAGE BASES RUN ON ITS FICA
005500* WAGES (GROSS LESS SECTION 125). A RECORD CLOSED BEFORE THOSE
005510* FIELDS EXISTED HAS SPACES THERE AND FALLS BACK TO GROSS.
005520*----------------------------------------------------------------
005530 2450-SELECT-RECORD-WAGES.
005540     IF HST-FED-TAXABLE-WAGES NUMERIC
005550         MOVE HST-FED-TAXABLE-WAGES TO PAY-ER-FED-WAGES
005560     ELSE
005570         MOVE HST-GROSS-PAY TO PAY-ER-FED-WAGES
005580     END-IF.
005590     IF HST-FICA-WAGES NUMERIC
005600         MOVE HST-FICA-WAGES TO PAY-ER-TAX-WAGES
005610     ELSE
005620         MOVE HST-GROSS-PAY TO PAY-ER-TAX-WAGES
005630     END-IF.
005640 2450-SELECT-RECORD-WAGES-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------
005670* 2500-POST-VOID-PAYMENT -- THE VOIDED WAGES COME BACK OFF THE
005680* TOP OF THE EMPLOYEE'S YEAR, AND THE EMPLOYER TAX THEY CARRIED
005690* UNDER EACH WAGE BASE COMES BACK OUT OF THE MONTH THE VOID
005700* CLOSED IN, ALONG WITH THE WITHHOLDING.
005710*----------------------------------------------------------------
005720 2500-POST-VOID-PAYMENT.
005730     PERFORM 2450-SELECT-RECORD-WAGES
005740         THRU 2450-SELECT-RECORD-WAGES-EXIT.
005750     COMPUTE PAY-ER-AFTER-WAGES =
005760         PAY-ER-PRIOR-WAGES - PAY-ER-TAX-WAGES.
005770     IF PAY-ER-AFTER-WAGES < ZERO
005780         MOVE ZERO TO PAY-ER-AFTER-WAGES
005790     END-IF.
005800     PERFORM 2600-COMPUTE-THREE-TAXES
005810         THRU 2600-COMPUTE-THREE-TAXES-EXIT.
005820     SUBTRACT PAY-ER-TAX-WAGES FROM PAY-EW-YTD-WAGES(PAY-EW-IDX).
005830     SUBTRACT PAY-ER-FED-WAGES FROM PAY-M-WAGES(PAY-RECORD-MONTH).
005840     SUBTRACT PAY-ER-TAX-WAGES FROM
005850         PAY-M-ER-WAGES(PAY-RECORD-MONTH).
005860     SUBTRACT HST-FED-TAX-AMOUNT FROM
005870         PAY-M-FED-TAX(PAY-RECORD-MONTH).
005880     SUBTRACT HST-FICA-AMOUNT FROM
005890         PAY-M-EE-FICA(PAY-RECORD-MONTH).
005900     SUBTRACT PAY-ER-FICA-AMOUNT FROM
005910         PAY-M-ER-FICA(PAY-RECORD-MONTH).
005920     SUBTRACT PAY-ER-FUTA-TAXABLE FROM
005930         PAY-M-FUTA-WAGES(PAY-RECORD-MONTH).
005940     SUBTRACT PAY-ER-FUTA-AMOUNT FROM
005950         PAY-M-FUTA(PAY-RECORD-MONTH).
005960     SUBTRACT PAY-ER-SUTA-TAXABLE FROM
005970         PAY-M-SUTA-WAGES(PAY-RECORD-MONTH).
005980     SUBTRACT PAY-ER-SUTA-AMOUNT FROM
005990         PAY-M-SUTA(PAY-RECORD-MONTH).
006000 2500-POST-VOID-PAYMENT-EXIT.
006010     EXIT.
006020
006030*----------------------------------------------------------------
006040* 2600-COMPUTE-THREE-TAXES -- EMPLOYER FICA, FUTA AND SUTA ON THE
006050* WAGES BETWEEN PAY-ER-PRIOR-WAGES AND PAY-ER-AFTER-WAGES, EACH
006060* AGAINST ITS OWN WAGE BASE, AT THE RATES IN EFFECT.
006070*----------------------------------------------------------------
006080 2600-COMPUTE-THREE-TAXES.
006090     MOVE ZERO TO PAY-ER-FICA-AMOUNT.
006100     MOVE ZERO TO PAY-ER-FUTA-TAXABLE.
006110     MOVE ZERO TO PAY-ER-FUTA-AMOUNT.
006120     MOVE ZERO TO PAY-ER-SUTA-TAXABLE.
006130     MOVE ZERO TO PAY-ER-SUTA-AMOUNT.
006140     IF PAY-ERT-USE-IDX = ZERO
006150         GO TO 2600-COMPUTE-THREE-TAXES-EXIT
006160     END-IF.
006170     MOVE PAY-RT-FICA-WAGE-BASE(PAY-ERT-USE-IDX) TO
006180         PAY-ER-WAGE-BASE.
006190     PERFORM 2610-COMPUTE-TAXABLE-WAGES
006200         THRU 2610-COMPUTE-TAXABLE-WAGES-EXIT.
006210     COMPUTE PAY-ER-FICA-AMOUNT ROUNDED =
006220         PAY-ER-TAXABLE * PAY-RT-FICA-RATE(PAY-ERT-USE-IDX).
006230     MOVE PAY-RT-FUTA-WAGE-BASE(PAY-ERT-USE-IDX) TO
006240         PAY-ER-WAGE-BASE.
006250     PERFORM 2610-COMPUTE-TAXABLE-WAGES
006260         THRU 2610-COMPUTE-TAXABLE-WAGES-EXIT.
006270     MOVE PAY-ER-TAXABLE TO PAY-ER-FUTA-TAXABLE.
006280     COMPUTE PAY-ER-FUTA-AMOUNT ROUNDED =
006290         PAY-ER-TAXABLE * PAY-RT-FUTA-RATE(PAY-ERT-USE-IDX).
006300     MOVE PAY-RT-SUTA-WAGE-BASE(PAY-ERT-USE-IDX) TO
006310         PAY-ER-WAGE-BASE.
006320     PERFORM 2610-COMPUTE-TAXABLE-WAGES
006330         THRU 2610-COMPUTE-TAXABLE-WAGES-EXIT.
006340     MOVE PAY-ER-TAXABLE TO PAY-ER-SUTA-TAXABLE.
006350     COMPUTE PAY-ER-SUTA-AMOUNT ROUNDED =
006360         PAY-ER-TAXABLE * PAY-RT-SUTA-RATE(PAY-ERT-USE-IDX).
006370 2600-COMPUTE-THREE-TAXES-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------------
006410* 2610-COMPUTE-TAXABLE-WAGES -- THE WAGES BETWEEN THE YEAR-TO-DATE
006420* FIGURES BEFORE AND AFTER THE PAYMENT THAT FALL UNDER THE WAGE
006430* BASE IN PAY-ER-WAGE-BASE. A ZERO BASE MEANS NO LIMIT.
006440*----------------------------------------------------------------
006450 2610-COMPUTE-TAXABLE-WAGES.
006460     MOVE PAY-ER-PRIOR-WAGES TO PAY-ER-BASE-BEFORE.
006470     MOVE PAY-ER-AFTER-WAGES TO PAY-ER-BASE-AFTER.
006480     IF PAY-ER-WAGE-BASE > ZERO
006490         IF PAY-ER-BASE-BEFORE > PAY-ER-WAGE-BASE
006500             MOVE PAY-ER-WAGE-BASE TO PAY-ER-BASE-BEFORE
006510         END-IF
006520         IF PAY-ER-BASE-AFTER > PAY-ER-WAGE-BASE
006530             MOVE PAY-ER-WAGE-BASE TO PAY-ER-BASE-AFTER
006540         END-IF
006550     END-IF.
006560     COMPUTE PAY-ER-TAXABLE =
006570         PAY-ER-BASE-AFTER - PAY-ER-BASE-BEFORE.
006580     IF PAY-ER-TAXABLE < ZERO
006590         COMPUTE PAY-ER-TAXABLE = ZERO - PAY-ER-TAXABLE
006600     END-IF.
006610 2610-COMPUTE-TAXABLE-WAGES-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------------
006650* 3000-PRINT-941-SUMMARY -- THE QUARTER'S FEDERAL DEPOSIT
006660* LIABILITY BY MONTH: FEDERAL INCOME TAX WITHHELD PLUS BOTH
006670* HALVES OF FICA, WITH THE QUARTER'S SUTA BELOW IT.
006680*----------------------------------------------------------------
006690 3000-PRINT-941-SUMMARY.
006700     MOVE PAY-TAX-YEAR TO TL-941-YEAR.
006710     MOVE PAY-TAX-QUARTER TO TL-941-QUARTER.
006720     WRITE REPORT-LINE FROM TL-941-HEADING-LINE
006730         AFTER ADVANCING PAGE.
006740     IF PAY-REPORT-STATUS NOT = '00'
006750         DISPLAY 'ERROR WRITING TAX LIABILITY REPORT - FILE '
006760             'STATUS: ' PAY-REPORT-STATUS
006770     END-IF.
006780     MOVE PAY-EMPLOYER-NAME TO TL-EMPLOYER-NAME.
006790     MOVE PAY-EMPLOYER-EIN TO TL-EMPLOYER-EIN.
006800     WRITE REPORT-LINE FROM TL-EMPLOYER-LINE.
006810     WRITE REPORT-LINE FROM TL-BLANK-LINE.
006820     MOVE PAY-QTR-EMPLOYEE-COUNT TO TL-EMPLOYEE-COUNT.
006830     WRITE REPORT-LINE FROM TL-COUNT-LINE.
006840     WRITE REPORT-LINE FROM TL-BLANK-LINE.
006850     WRITE REPORT-LINE FROM TL-941-COLUMN-LINE.
006860     PERFORM 3100-PRINT-ONE-941-MONTH
006870         THRU 3100-PRINT-ONE-941-MONTH-EXIT
006880         VARYING PAY-MONTH-IDX FROM PAY-FIRST-MONTH BY 1
006890         UNTIL PAY-MONTH-IDX > PAY-LAST-MONTH.
006900     MOVE 'QTR' TO TL-941-MONTH.
006910     MOVE PAY-Q-WAGES TO TL-941-WAGES.
006920     MOVE PAY-Q-FED-TAX TO TL-941-FED-TAX.
006930     MOVE PAY-Q-EE-FICA TO TL-941-EE-FICA.
006940     MOVE PAY-Q-ER-FICA TO TL-941-ER-FICA.
006950     MOVE PAY-Q-LIABILITY TO TL-941-LIABILITY.
006960     WRITE REPORT-LINE FROM TL-BLANK-LINE.
006970     WRITE REPORT-LINE FROM TL-941-DETAIL-LINE.
006980     WRITE REPORT-LINE FROM TL-BLANK-LINE.
006990     WRITE REPORT-LINE FROM TL-SUTA-HEADING-LINE.
007000     WRITE REPORT-LINE FROM TL-SUTA-COLUMN-LINE.
007010     PERFORM 3200-PRINT-ONE-SUTA-MONTH
007020         THRU 3200-PRINT-ONE-SUTA-MONTH-EXIT
007030         VARYING PAY-MONTH-IDX FROM PAY-FIRST-MONTH BY 1
007040         UNTIL PAY-MONTH-IDX > PAY-LAST-MONTH.
007050     MOVE 'QTR' TO TL-SUTA-MONTH.
007060     MOVE PAY-Q-ER-WAGES TO TL-SUTA-WAGES.
007070     MOVE PAY-Q-SUTA-WAGES TO TL-SUTA-TAXABLE.
007080     MOVE PAY-Q-SUTA TO TL-SUTA-TAX.
007090     WRITE REPORT-LINE FROM TL-BLANK-LINE.
007100     WRITE REPORT-LINE FROM TL-SUTA-DETAIL-LINE.
007110 3000-PRINT-941-SUMMARY-EXIT.
007120     EXIT.
007130
007140 3100-PRINT-ONE-941-MONTH.
007150     COMPUTE PAY-LINE-LIABILITY =
007160         PAY-M-FED-TAX(PAY-MONTH-IDX) +
007170         PAY-M-EE-FICA(PAY-MONTH-IDX) +
007180         PAY-M-ER-FICA(PAY-MONTH-IDX).
007190     MOVE PAY-MONTH-NAME(PAY-MONTH-IDX) TO TL-941-MONTH.
007200     MOVE PAY-M-WAGES(PAY-MONTH-IDX) TO TL-941-WAGES.
007210     MOVE PAY-M-FED-TAX(PAY-MONTH-IDX) TO TL-941-FED-TAX.
007220     MOVE PAY-M-EE-FICA(PAY-MONTH-IDX) TO TL-941-EE-FICA.
007230     MOVE PAY-M-ER-FICA(PAY-MONTH-IDX) TO TL-941-ER-FICA.
007240     MOVE PAY-LINE-LIABILITY TO TL-941-LIABILITY.
007250     WRITE REPORT-LINE FROM TL-941-DETAIL-LINE.
007260     ADD PAY-M-WAGES(PAY-MONTH-IDX) TO PAY-Q-WAGES.
007270     ADD PAY-M-FED-TAX(PAY-MONTH-IDX) TO PAY-Q-FED-TAX.
007280     ADD PAY-M-EE-FICA(PAY-MONTH-IDX) TO PAY-Q-EE-FICA.
007290     ADD PAY-M-ER-FICA(PAY-MONTH-IDX) TO PAY-Q-ER-FICA.
007300     ADD PAY-LINE-LIABILITY TO PAY-Q-LIABILITY.
007310 3100-PRINT-ONE-941-MONTH-EXIT.
007320     EXIT.
007330
007340 3200-PRINT-ONE-SUTA-MONTH.
007350     MOVE PAY-MONTH-NAME(PAY-MONTH-IDX) TO TL-SUTA-MONTH.
007360     MOVE PAY-M-ER-WAGES(PAY-MONTH-IDX) TO TL-SUTA-WAGES.
007370     MOVE PAY-M-SUTA-WAGES(PAY-MONTH-IDX) TO TL-SUTA-TAXABLE.
007380     MOVE PAY-M-SUTA(PAY-MONTH-IDX) TO TL-SUTA-TAX.
007390     WRITE REPORT-LINE FROM TL-SUTA-DETAIL-LINE.
007400     ADD PAY-M-ER-WAGES(PAY-MONTH-IDX) TO PAY-Q-ER-WAGES.
007410     ADD PAY-M-SUTA-WAGES(PAY-MONTH-IDX) TO PAY-Q-SUTA-WAGES.
007420     ADD PAY-M-SUTA(PAY-MONTH-IDX) TO PAY-Q-SUTA.
007430 3200-PRINT-ONE-SUTA-MONTH-EXIT.
007440     EXIT.
007450
007460*----------------------------------------------------------------
007470* 4000-PRINT-940-SUMMARY -- THE YEAR'S FUTA LIABILITY BY MONTH,
007480* SUBTOTALED BY QUARTER THE WAY THE ANNUAL RETURN ASKS FOR IT.
007490* MONTHS NOT YET CLOSED PRINT AS ZERO.
007500*----------------------------------------------------------------
007510 4000-PRINT-940-SUMMARY.
007520     MOVE PAY-TAX-YEAR TO TL-940-YEAR.
007530     WRITE REPORT-LINE FROM TL-940-HEADING-LINE
007540         AFTER ADVANCING PAGE.
007550     WRITE REPORT-LINE FROM TL-EMPLOYER-LINE.
007560     WRITE REPORT-LINE FROM TL-BLANK-LINE.
007570     WRITE REPORT-LINE FROM TL-940-COLUMN-LINE.
007580     PERFORM 4100-PRINT-ONE-940-MONTH
007590         THRU 4100-PRINT-ONE-940-MONTH-EXIT
007600         VARYING PAY-MONTH-IDX FROM 1 BY 1
007610         UNTIL PAY-MONTH-IDX > 12.
007620     MOVE 'YR ' TO TL-940-MONTH.
007630     MOVE PAY-A-WAGES TO TL-940-WAGES.
007640     MOVE PAY-A-FUTA-WAGES TO TL-940-TAXABLE.
007650     MOVE PAY-A-FUTA TO TL-940-FUTA.
007660     WRITE REPORT-LINE FROM TL-BLANK-LINE.
007670     WRITE REPORT-LINE FROM TL-940-DETAIL-LINE.
007680 4000-PRINT-940-SUMMARY-EXIT.
007690     EXIT.
007700
007710 4100-PRINT-ONE-940-MONTH.
007720     MOVE PAY-MONTH-NAME(PAY-MONTH-IDX) TO TL-940-MONTH.
007730     MOVE PAY-M-ER-WAGES(PAY-MONTH-IDX) TO TL-940-WAGES.
007740     MOVE PAY-M-FUTA-WAGES(PAY-MONTH-IDX) TO TL-940-TAXABLE.
007750     MOVE PAY-M-FUTA(PAY-MONTH-IDX) TO TL-940-FUTA.
007760     WRITE REPORT-LINE FROM TL-940-DETAIL-LINE.
007770     ADD PAY-M-ER-WAGES(PAY-MONTH-IDX) TO PAY-SUB-WAGES.
007780     ADD PAY-M-FUTA-WAGES(PAY-MONTH-IDX) TO PAY-SUB-FUTA-WAGES.
007790     ADD PAY-M-FUTA(PAY-MONTH-IDX) TO PAY-SUB-FUTA.
007800*    EVERY THIRD MONTH CLOSES A QUARTER: PRINT ITS SUBTOTAL AND
007810*    ROLL IT INTO THE YEAR.
007820     IF PAY-MONTH-IDX = 3 OR PAY-MONTH-IDX = 6
007830         OR PAY-MONTH-IDX = 9 OR PAY-MONTH-IDX = 12
007840         COMPUTE PAY-RECORD-QUARTER = PAY-MONTH-IDX / 3
007850         MOVE SPACES TO TL-940-MONTH
007860         MOVE 'Q' TO TL-940-MONTH(1:1)
007870         MOVE PAY-RECORD-QUARTER TO TL-940-MONTH(2:1)
007880         MOVE PAY-SUB-WAGES TO TL-940-WAGES
007890         MOVE PAY-SUB-FUTA-WAGES TO TL-940-TAXABLE
007900         MOVE PAY-SUB-FUTA TO TL-940-FUTA
007910         WRITE REPORT-LINE FROM TL-940-DETAIL-LINE
007920         WRITE REPORT-LINE FROM TL-BLANK-LINE
007930         ADD PAY-SUB-WAGES TO PAY-A-WAGES
007940         ADD PAY-SUB-FUTA-WAGES TO PAY-A-FUTA-WAGES
007950         ADD PAY-SUB-FUTA TO PAY-A-FUTA
007960         MOVE ZERO TO PAY-SUB-WAGES
007970         MOVE ZERO TO PAY-SUB-FUTA-WAGES
007980         MOVE ZERO TO PAY-SUB-FUTA
007990     END-IF.
008000 4100-PRINT-ONE-940-MONTH-EXIT.
008010     EXIT.
008020
008030 9000-TERMINATE-REPORT.
008040     CLOSE HISTORY-FILE.
008050     CLOSE REPORT-FILE.
008060     DISPLAY 'EMPLOYER TAX LIABILITY RECONCILIATION - YEAR '
008070         PAY-TAX-YEAR ' QUARTER ' PAY-TAX-QUARTER.
008080     DISPLAY '  HISTORY RECORDS READ . . . . . . . . : '
008090         PAY-HISTORY-READ-COUNT.
008100     DISPLAY '  RECORDS IN THE TAX YEAR. . . . . . . : '
008110         PAY-HISTORY-USED-COUNT.
008120     DISPLAY '  QUARTER WAGES. . . . . . . . . . . . : '
008130         PAY-Q-WAGES.
008140     DISPLAY '  QUARTER 941 LIABILITY. . . . . . . . : '
008150         PAY-Q-LIABILITY.
008160     DISPLAY '  QUARTER SUTA . . . . . . . . . . . . : '
008170         PAY-Q-SUTA.
008180     DISPLAY '  YEAR FUTA. . . . . . . . . . . . . . : '
008190         PAY-A-FUTA.
008200     IF PAY-NO-RATE-COUNT > ZERO
008210         DISPLAY '  *** ' PAY-NO-RATE-COUNT ' PAYMENT(S) CLOSED '
008220             'BEFORE ANY EMPLOYER RATE RECORD TOOK EFFECT - NO '
008230             'EMPLOYER TAX FIGURED ON THEM ***'
008240     END-IF.
008250 9000-TERMINATE-REPORT-EXIT.
008260     EXIT.
008270
008280 END PROGRAM TaxLiability.
