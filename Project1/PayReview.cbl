000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PayReview AS "PayReview".
000120 AUTHOR. ChandlerNewmanReed.
000130 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED. 10-15-2026.
000160*================================================================
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  CNR  ORIGINAL PROGRAM - PRE-DISBURSEMENT VARIANCE
000200*                  AND REASONABLENESS REVIEW. RUN AFTER Payroll
000210*                  AND BEFORE DirectDeposit. EVERY MASTER RECORD
000220*                  STAMPED WITH THE OPEN PERIOD IS COMPARED WITH
000230*                  THE AVERAGE OF THE EMPLOYEE'S LAST CLOSED
000240*                  PERIODS ON payhistory.txt -- GROSS, NET, HOURS
000250*                  AND DEDUCTIONS (GROSS LESS NET) -- AND FLAGGED
000260*                  WHEN OUTSIDE TOLERANCE. NET PAY UNDER THE
000270*                  FLOOR, FIRST-TIME PAYEES AND EMPLOYEES PAID
000280*                  LAST PERIOD BUT MISSING FROM THIS ONE ARE
000290*                  FLAGGED TOO. THE EXCEPTIONS GO TO payreview.txt
000300*                  AND THE RESULT TO reviewcontrol.txt (RVCREC),
000310*                  WHICH DirectDeposit CHECKS BEFORE IT WILL PAY.
000320*================================================================
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PAYROLL-FILE ASSIGN TO 'paymaster.dat'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS OUT-EMPLOYEE-NUMBER
000410         FILE STATUS IS PAY-FILE-STATUS.
000420     SELECT CALENDAR-FILE ASSIGN TO 'paycalendar.txt'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS PAY-CAL-STATUS.
000450     SELECT HISTORY-FILE ASSIGN TO 'payhistory.txt'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PAY-HIST-STATUS.
000480     SELECT REVIEW-FILE ASSIGN TO 'payreview.txt'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS PAY-REVIEW-STATUS.
000510     SELECT REVIEW-CONTROL-FILE ASSIGN TO 'reviewcontrol.txt'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS PAY-RVC-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PAYROLL-FILE.
000580     COPY PAYRECOUT.
000590
000600 FD  CALENDAR-FILE.
000610     COPY CALREC.
000620
000630 FD  HISTORY-FILE.
000640     COPY HISTREC.
000650
000660 FD  REVIEW-FILE.
000670 01  REVIEW-LINE               PIC X(80).
000680
000690 FD  REVIEW-CONTROL-FILE.
000700     COPY RVCREC.
000710
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------
000740* RUN CONTROL FIELDS
000750*----------------------------------------------------------------
000760 01  PAY-FILE-STATUS           PIC X(2).
000770 01  PAY-CAL-STATUS            PIC X(2).
000780 01  PAY-HIST-STATUS           PIC X(2).
000790 01  PAY-REVIEW-STATUS         PIC X(2).
000800 01  PAY-RVC-STATUS            PIC X(2).
000810 01  PAY-END-OF-FILE           PIC X(1) VALUE 'N'.
000820     88  PAY-NO-MORE-RECORDS   VALUE 'Y'.
000830 01  PAY-END-OF-CAL            PIC X(1) VALUE 'N'.
000840 01  PAY-END-OF-HIST           PIC X(1) VALUE 'N'.
000850 01  PAY-RUN-DATE              PIC 9(8) VALUE ZERO.
000860 01  PAY-RUN-TIME              PIC 9(8) VALUE ZERO.
000870 01  PAY-HISTORY-READ-COUNT    PIC 9(7) COMP VALUE ZERO.
000880 01  PAY-REVIEWED-COUNT        PIC 9(7) COMP VALUE ZERO.
000890 01  PAY-OTHER-PERIOD-COUNT    PIC 9(7) COMP VALUE ZERO.
000900 01  PAY-VOID-SKIP-COUNT       PIC 9(7) COMP VALUE ZERO.
000910 01  PAY-EXCEPTION-COUNT       PIC 9(5) COMP VALUE ZERO.
000920 01  PAY-FLAGGED-COUNT         PIC 9(7) COMP VALUE ZERO.
000930 01  PAY-MISSING-COUNT         PIC 9(7) COMP VALUE ZERO.
000940 01  PAY-GROSS-TOTAL           PIC 9(11)V99 VALUE ZERO.
000950 01  PAY-NET-TOTAL             PIC 9(11)V99 VALUE ZERO.
000960 01  PAY-EMPLOYEE-FLAGGED      PIC X(1) VALUE 'N'.
000970
000980*----------------------------------------------------------------
000990* REVIEW TOLERANCES. A FIGURE IS FLAGGED WHEN IT DIFFERS FROM
001000* THE EMPLOYEE'S AVERAGE OVER THE LAST CLOSED PERIODS BY MORE
001010* THAN THE PERCENTAGE AND BY MORE THAN THE MINIMUM (SO SMALL
001020* PAY SWINGS ON SMALL AMOUNTS DO NOT FLAG).
001030*----------------------------------------------------------------
001040 77  PAY-HISTORY-DEPTH         PIC 9(1) VALUE 4.
001050 77  PAY-GROSS-PERCENT         PIC 9(3) VALUE 25.
001060 77  PAY-GROSS-MINIMUM         PIC 9(5)V99 VALUE 50.00.
001070 77  PAY-NET-PERCENT           PIC 9(3) VALUE 25.
001080 77  PAY-NET-MINIMUM           PIC 9(5)V99 VALUE 50.00.
001090 77  PAY-HOURS-PERCENT         PIC 9(3) VALUE 25.
001100 77  PAY-HOURS-MINIMUM         PIC 9(5)V99 VALUE 8.00.
001110 77  PAY-DEDUCT-PERCENT        PIC 9(3) VALUE 50.
001120 77  PAY-DEDUCT-MINIMUM        PIC 9(5)V99 VALUE 50.00.
001130 77  PAY-NET-FLOOR             PIC 9(5)V99 VALUE 100.00.
001140
001150*----------------------------------------------------------------
001160* PAY-PERIOD CALENDAR -- THE PERIOD UNDER REVIEW IS CHOSEN THE
001170* WAY DirectDeposit CHOOSES THE PERIOD TO PAY. THE LATEST CLOSED
001180* REGULAR PERIOD IS THE ONE AN EMPLOYEE MISSING FROM THIS
001190* PERIOD WAS LAST PAID IN.
001200*----------------------------------------------------------------
001210 01  PAY-CAL-TABLE.
001220     05  PAY-CAL-COUNT             PIC 9(3) COMP VALUE ZERO.
001230     05  PAY-CAL-ENTRY OCCURS 1 TO 100 TIMES
001240             DEPENDING ON PAY-CAL-COUNT
001250             INDEXED BY PAY-CAL-IDX.
001260         10  PAY-C-PERIOD-NUMBER    PIC 9(4).
001270         10  PAY-C-START-DATE       PIC 9(8).
001280         10  PAY-C-STATUS           PIC X(1).
001290         10  PAY-C-PERIOD-TYPE      PIC X(1).
001300 77  PAY-CAL-MAX-ENTRIES       PIC 9(3) VALUE 100.
001310 01  PAY-CAL-WRITE-IDX         PIC 9(3) COMP VALUE ZERO.
001320 01  PAY-CURRENT-PERIOD-IDX    PIC 9(3) COMP VALUE ZERO.
001330 01  PAY-SUPPL-PERIOD-IDX      PIC 9(3) COMP VALUE ZERO.
001340 01  PAY-CURRENT-PERIOD        PIC 9(4) VALUE ZERO.
001350 01  PAY-CURRENT-TYPE          PIC X(1) VALUE 'R'.
001360     88  PAY-SUPPLEMENTAL-RUN  VALUE 'S'.
001370 01  PAY-LAST-CLOSED-PERIOD    PIC 9(4) VALUE ZERO.
001380 01  PAY-LAST-CLOSED-START     PIC 9(8) VALUE ZERO.
001390
001400*----------------------------------------------------------------
001410* PAY HISTORY BASELINE -- ONE ENTRY PER EMPLOYEE WITH THE LAST
001420* FEW NORMAL (N) PAYMENTS, NEWEST IN SLOT 1. THE MASTER PASS
001430* MARKS WHO IS ON THE MASTER AND WHO IS PAID THIS PERIOD.
001440*----------------------------------------------------------------
001450 01  PAY-HS-TABLE.
001460     05  PAY-HS-COUNT              PIC 9(5) COMP VALUE ZERO.
001470     05  PAY-HS-ENTRY OCCURS 1 TO 5000 TIMES
001480             DEPENDING ON PAY-HS-COUNT
001490             INDEXED BY PAY-HS-IDX.
001500         10  PAY-H-EMPLOYEE-NUMBER  PIC 9(9).
001510         10  PAY-H-INITIAL          PIC A(1).
001520         10  PAY-H-LASTNAME         PIC A(15).
001530         10  PAY-H-SLOT-COUNT       PIC 9(1).
001540         10  PAY-H-ON-MASTER        PIC X(1).
001550         10  PAY-H-PAID             PIC X(1).
001560         10  PAY-H-EMPLOY-STATUS    PIC X(1).
001570         10  PAY-H-SLOT OCCURS 4 TIMES.
001580             15  PAY-H-PERIOD       PIC 9(4).
001590             15  PAY-H-GROSS        PIC 9(7)V99.
001600             15  PAY-H-NET          PIC 9(7)V99.
001610             15  PAY-H-HOURS        PIC 9(3)V99.
001620             15  PAY-H-DEDUCT       PIC 9(7)V99.
001630 77  PAY-HS-MAX-ENTRIES        PIC 9(5) VALUE 5000.
001640 01  PAY-HS-MATCHED            PIC X(1) VALUE 'N'.
001650 01  PAY-LOOKUP-NUMBER         PIC 9(9) VALUE ZERO.
001660 01  PAY-HS-WRITE-IDX          PIC 9(5) COMP VALUE ZERO.
001670 01  PAY-SLOT-IDX              PIC 9(1) COMP VALUE ZERO.
001680 01  PAY-SLOT-LIMIT            PIC 9(1) COMP VALUE ZERO.
001690
001700*----------------------------------------------------------------
001710* BASELINE AVERAGES AND THE VARIANCE CHECK WORK FIELDS
001720*----------------------------------------------------------------
001730 01  PAY-SUM-GROSS             PIC 9(9)V99 VALUE ZERO.
001740 01  PAY-SUM-NET               PIC 9(9)V99 VALUE ZERO.
001750 01  PAY-SUM-HOURS             PIC 9(5)V99 VALUE ZERO.
001760 01  PAY-SUM-DEDUCT            PIC 9(9)V99 VALUE ZERO.
001770 01  PAY-AVG-GROSS             PIC 9(7)V99 VALUE ZERO.
001780 01  PAY-AVG-NET               PIC 9(7)V99 VALUE ZERO.
001790 01  PAY-AVG-HOURS             PIC 9(7)V99 VALUE ZERO.
001800 01  PAY-AVG-DEDUCT            PIC 9(7)V99 VALUE ZERO.
001810 01  PAY-CUR-DEDUCT            PIC 9(7)V99 VALUE ZERO.
001820 01  PAY-VC-CURRENT            PIC 9(7)V99 VALUE ZERO.
001830 01  PAY-VC-AVERAGE            PIC 9(7)V99 VALUE ZERO.
001840 01  PAY-VC-PERCENT            PIC 9(3) VALUE ZERO.
001850 01  PAY-VC-MINIMUM            PIC 9(5)V99 VALUE ZERO.
001860 01  PAY-VC-REASON             PIC X(26) VALUE SPACES.
001870 01  PAY-VC-DIFFERENCE         PIC 9(7)V99 VALUE ZERO.
001880 01  PAY-VC-DIFF-SCALED        PIC 9(9)V99 VALUE ZERO.
001890 01  PAY-VC-AVG-SCALED         PIC 9(9)V99 VALUE ZERO.
001900
001910*----------------------------------------------------------------
001920* REVIEW REPORT LINE LAYOUTS
001930*----------------------------------------------------------------
001940 01  RV-TITLE-LINE.
001950     10  FILLER                PIC X(32) VALUE
001960         'PAYROLL VARIANCE REVIEW - PERIOD'.
001970     10  FILLER                PIC X(1) VALUE SPACE.
001980     10  RV-PERIOD-NUMBER      PIC 9(4).
001990     10  FILLER                PIC X(1) VALUE SPACE.
002000     10  RV-PERIOD-TYPE        PIC X(14).
002010     10  FILLER                PIC X(7) VALUE '  RUN: '.
002020     10  RV-RUN-DATE           PIC 9(8).
002030
002040 01  RV-TOLERANCE-LINE.
002050     10  FILLER                PIC X(18) VALUE
002060         'TOLERANCES: GROSS '.
002070     10  RV-TOL-GROSS          PIC ZZ9.
002080     10  FILLER                PIC X(6) VALUE '% NET '.
002090     10  RV-TOL-NET            PIC ZZ9.
002100     10  FILLER                PIC X(8) VALUE '% HOURS '.
002110     10  RV-TOL-HOURS          PIC ZZ9.
002120     10  FILLER                PIC X(9) VALUE '% DEDUCT '.
002130     10  RV-TOL-DEDUCT         PIC ZZ9.
002140     10  FILLER                PIC X(8) VALUE '% FLOOR '.
002150     10  RV-TOL-FLOOR          PIC ZZ,ZZ9.99.
002160     10  FILLER                PIC X(6) VALUE ' LAST '.
002170     10  RV-TOL-DEPTH          PIC 9(1).
002180
002190 01  RV-COLUMN-LINE.
002200     10  FILLER                PIC X(28) VALUE
002210         'EMPLOYEE    NAME'.
002220     10  FILLER                PIC X(27) VALUE 'EXCEPTION'.
002230     10  FILLER                PIC X(11) VALUE ' THIS PER.'.
002240     10  FILLER                PIC X(11) VALUE '   AVERAGE'.
002250     10  FILLER                PIC X(1) VALUE 'N'.
002260
002270 01  RV-DETAIL-LINE.
002280     10  RV-EMPLOYEE-NUMBER    PIC 9(9).
002290     10  FILLER                PIC X(1) VALUE SPACE.
002300     10  RV-EMPLOYEE-INITIAL   PIC A(1).
002310     10  FILLER                PIC X(1) VALUE SPACE.
002320     10  RV-EMPLOYEE-LASTNAME  PIC A(15).
002330     10  FILLER                PIC X(1) VALUE SPACE.
002340     10  RV-REASON             PIC X(26).
002350     10  FILLER                PIC X(1) VALUE SPACE.
002360     10  RV-CURRENT            PIC ZZZ,ZZ9.99.
002370     10  RV-CURRENT-X REDEFINES RV-CURRENT PIC X(10).
002380     10  FILLER                PIC X(1) VALUE SPACE.
002390     10  RV-AVERAGE            PIC ZZZ,ZZ9.99.
002400     10  RV-AVERAGE-X REDEFINES RV-AVERAGE PIC X(10).
002410     10  FILLER                PIC X(1) VALUE SPACE.
002420     10  RV-PERIODS            PIC X(1).
002430
002440 01  RV-TOTAL-LINE.
002450     10  FILLER                PIC X(2) VALUE SPACES.
002460     10  RV-TOTAL-LABEL        PIC X(40).
002470     10  RV-TOTAL-COUNT        PIC ZZZ,ZZ9.
002480
002490 01  RV-BLANK-LINE             PIC X(80) VALUE SPACES.
002500
002510 PROCEDURE DIVISION.
002520
002530 0000-MAIN-PROCEDURE.
002540     PERFORM 1000-INITIALIZE-REVIEW
002550         THRU 1000-INITIALIZE-REVIEW-EXIT.
002560     PERFORM 2000-REVIEW-MASTER-RECORD
002570         THRU 2000-REVIEW-MASTER-RECORD-EXIT
002580         UNTIL PAY-NO-MORE-RECORDS.
002590     PERFORM 3000-CHECK-MISSING-EMPLOYEES
002600         THRU 3000-CHECK-MISSING-EMPLOYEES-EXIT.
002610     PERFORM 9000-TERMINATE-REVIEW
002620         THRU 9000-TERMINATE-REVIEW-EXIT.
002630     STOP RUN.
002640
002650*----------------------------------------------------------------
002660* 1000-INITIALIZE-REVIEW -- PICK THE PERIOD, BUILD THE HISTORY
002670* BASELINE, OPEN THE MASTER AND START THE REPORT. THE CALENDAR
002680* AND THE MASTER ARE REQUIRED; WITHOUT PAY HISTORY EVERY PAYEE
002690* IS REVIEWED AS FIRST-TIME.
002700*----------------------------------------------------------------
002710 1000-INITIALIZE-REVIEW.
002720     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
002730     ACCEPT PAY-RUN-TIME FROM TIME.
002740     PERFORM 1100-LOAD-PAY-CALENDAR
002750         THRU 1100-LOAD-PAY-CALENDAR-EXIT.
002760     PERFORM 1200-LOAD-PAY-HISTORY
002770         THRU 1200-LOAD-PAY-HISTORY-EXIT.
002780     OPEN INPUT PAYROLL-FILE.
002790     IF PAY-FILE-STATUS = '35' OR PAY-FILE-STATUS = '05'
002800         DISPLAY 'NO PAYROLL MASTER FOUND - NOTHING TO '
002810             'REVIEW - RUN TERMINATED.'
002820         CLOSE PAYROLL-FILE
002830         STOP RUN
002840     END-IF.
002850     IF PAY-FILE-STATUS NOT = '00'
002860         DISPLAY 'ERROR OPENING PAYROLL MASTER - FILE STATUS: '
002870             PAY-FILE-STATUS ' - RUN TERMINATED.'
002880         STOP RUN
002890     END-IF.
002900     OPEN OUTPUT REVIEW-FILE.
002910     IF PAY-REVIEW-STATUS NOT = '00'
002920         DISPLAY 'ERROR OPENING REVIEW REPORT - FILE STATUS: '
002930             PAY-REVIEW-STATUS ' - RUN TERMINATED.'
002940         CLOSE PAYROLL-FILE
002950         STOP RUN
002960     END-IF.
002970     MOVE PAY-CURRENT-PERIOD TO RV-PERIOD-NUMBER.
002980     IF PAY-SUPPLEMENTAL-RUN
002990         MOVE '(SUPPLEMENTAL)' TO RV-PERIOD-TYPE
003000     ELSE
003010         MOVE '(REGULAR)' TO RV-PERIOD-TYPE
003020     END-IF.
003030     MOVE PAY-RUN-DATE TO RV-RUN-DATE.
003040     WRITE REVIEW-LINE FROM RV-TITLE-LINE.
003050     MOVE PAY-GROSS-PERCENT TO RV-TOL-GROSS.
003060     MOVE PAY-NET-PERCENT TO RV-TOL-NET.
003070     MOVE PAY-HOURS-PERCENT TO RV-TOL-HOURS.
003080     MOVE PAY-DEDUCT-PERCENT TO RV-TOL-DEDUCT.
003090     MOVE PAY-NET-FLOOR TO RV-TOL-FLOOR.
003100     MOVE PAY-HISTORY-DEPTH TO RV-TOL-DEPTH.
003110     WRITE REVIEW-LINE FROM RV-TOLERANCE-LINE.
003120     IF PAY-SUPPLEMENTAL-RUN
003130         MOVE 'SUPPLEMENTAL PERIOD - ADJUSTMENTS ARE NOT '
003140             TO REVIEW-LINE
003150         WRITE REVIEW-LINE
003160         MOVE 'COMPARED WITH HISTORY; FIRST-TIME PAYEES ONLY.'
003170             TO REVIEW-LINE
003180         WRITE REVIEW-LINE
003190     END-IF.
003200     WRITE REVIEW-LINE FROM RV-BLANK-LINE.
003210     WRITE REVIEW-LINE FROM RV-COLUMN-LINE.
003220     PERFORM 2100-READ-PAYROLL-FILE
003230         THRU 2100-READ-PAYROLL-FILE-EXIT.
003240 1000-INITIALIZE-REVIEW-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------------
003280* 1100-LOAD-PAY-CALENDAR -- SAME SELECTION AS DirectDeposit: A
003290* STARTED, UNCLOSED SUPPLEMENTAL PERIOD FIRST, OTHERWISE THE
003300* EARLIEST UNCLOSED PERIOD THAT HAS STARTED.
003310*----------------------------------------------------------------
003320 1100-LOAD-PAY-CALENDAR.
003330     OPEN INPUT CALENDAR-FILE.
003340     IF PAY-CAL-STATUS NOT = '00'
003350         DISPLAY 'NO PAY-PERIOD CALENDAR FILE FOUND - REVIEW '
003360             'NOT PRODUCED - RUN TERMINATED.'
003370         STOP RUN
003380     END-IF.
003390     PERFORM 1110-LOAD-CALENDAR-RECORD
003400         THRU 1110-LOAD-CALENDAR-RECORD-EXIT
003410         UNTIL PAY-END-OF-CAL = 'Y'.
003420     CLOSE CALENDAR-FILE.
003430     PERFORM 1120-FIND-CURRENT-PERIOD
003440         THRU 1120-FIND-CURRENT-PERIOD-EXIT
003450         VARYING PAY-CAL-WRITE-IDX FROM 1 BY 1
003460         UNTIL PAY-CAL-WRITE-IDX > PAY-CAL-COUNT.
003470     IF PAY-SUPPL-PERIOD-IDX NOT = ZERO
003480         MOVE PAY-SUPPL-PERIOD-IDX TO PAY-CURRENT-PERIOD-IDX
003490     END-IF.
003500     IF PAY-CURRENT-PERIOD-IDX = ZERO
003510         DISPLAY 'NO UNCLOSED PAY PERIOD HAS STARTED AS OF '
003520             'RUN DATE ' PAY-RUN-DATE ' - RUN TERMINATED.'
003530         STOP RUN
003540     END-IF.
003550     MOVE PAY-C-PERIOD-NUMBER(PAY-CURRENT-PERIOD-IDX) TO
003560         PAY-CURRENT-PERIOD.
003570     MOVE PAY-C-PERIOD-TYPE(PAY-CURRENT-PERIOD-IDX) TO
003580         PAY-CURRENT-TYPE.
003590 1100-LOAD-PAY-CALENDAR-EXIT.
003600     EXIT.
003610
003620 1110-LOAD-CALENDAR-RECORD.
003630     READ CALENDAR-FILE
003640         AT END
003650             MOVE 'Y' TO PAY-END-OF-CAL
003660             GO TO 1110-LOAD-CALENDAR-RECORD-EXIT
003670     END-READ.
003680     IF PAY-CAL-COUNT >= PAY-CAL-MAX-ENTRIES
003690         DISPLAY 'PAY CALENDAR EXCEEDS THE '
003700             PAY-CAL-MAX-ENTRIES ' PERIOD TABLE '
003710             'CAPACITY - RUN TERMINATED.'
003720         CLOSE CALENDAR-FILE
003730         STOP RUN
003740     END-IF.
003750     ADD 1 TO PAY-CAL-COUNT.
003760     MOVE CAL-PERIOD-NUMBER TO PAY-C-PERIOD-NUMBER(PAY-CAL-COUNT).
003770     MOVE CAL-START-DATE TO PAY-C-START-DATE(PAY-CAL-COUNT).
003780     MOVE CAL-STATUS TO PAY-C-STATUS(PAY-CAL-COUNT).
003790     IF CAL-PERIOD-TYPE = 'S'
003800         MOVE 'S' TO PAY-C-PERIOD-TYPE(PAY-CAL-COUNT)
003810     ELSE
003820         MOVE 'R' TO PAY-C-PERIOD-TYPE(PAY-CAL-COUNT)
003830     END-IF.
003840     IF CAL-STATUS = 'C'
003850         AND CAL-PERIOD-TYPE NOT = 'S'
003860         AND CAL-START-DATE > PAY-LAST-CLOSED-START
003870         MOVE CAL-START-DATE TO PAY-LAST-CLOSED-START
003880         MOVE CAL-PERIOD-NUMBER TO PAY-LAST-CLOSED-PERIOD
003890     END-IF.
003900 1110-LOAD-CALENDAR-RECORD-EXIT.
003910     EXIT.
003920
003930 1120-FIND-CURRENT-PERIOD.
003940     IF PAY-SUPPL-PERIOD-IDX = ZERO
003950         AND PAY-C-PERIOD-TYPE(PAY-CAL-WRITE-IDX) = 'S'
003960         AND PAY-C-STATUS(PAY-CAL-WRITE-IDX) NOT = 'C'
003970         AND PAY-C-START-DATE(PAY-CAL-WRITE-IDX) <=
003980             PAY-RUN-DATE
003990         MOVE PAY-CAL-WRITE-IDX TO PAY-SUPPL-PERIOD-IDX
004000     END-IF.
004010     IF PAY-CURRENT-PERIOD-IDX = ZERO
004020         AND PAY-C-STATUS(PAY-CAL-WRITE-IDX) NOT = 'C'
004030         AND PAY-C-START-DATE(PAY-CAL-WRITE-IDX) <=
004040             PAY-RUN-DATE
004050         MOVE PAY-CAL-WRITE-IDX TO PAY-CURRENT-PERIOD-IDX
004060     END-IF.
004070 1120-FIND-CURRENT-PERIOD-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------
004110* 1200-LOAD-PAY-HISTORY -- ONLY NORMAL (N) PAYMENTS MAKE THE
004120* BASELINE; VOIDS AND ADJUSTMENTS ARE OFF-CYCLE CORRECTIONS,
004130* NOT WHAT THE EMPLOYEE IS USUALLY PAID. THE HISTORY FILE IS IN
004140* CLOSE ORDER, SO EACH NEW PAYMENT PUSHES THE OLDEST OUT.
004150*----------------------------------------------------------------
004160 1200-LOAD-PAY-HISTORY.
004170     OPEN INPUT HISTORY-FILE.
004180     IF PAY-HIST-STATUS NOT = '00'
004190         DISPLAY 'NO PAY HISTORY FILE FOUND - EVERY PAYEE IS '
004200             'REVIEWED AS FIRST-TIME.'
004210         GO TO 1200-LOAD-PAY-HISTORY-EXIT
004220     END-IF.
004230     PERFORM 1210-READ-HISTORY-RECORD
004240         THRU 1210-READ-HISTORY-RECORD-EXIT
004250         UNTIL PAY-END-OF-HIST = 'Y'.
004260     CLOSE HISTORY-FILE.
004270 1200-LOAD-PAY-HISTORY-EXIT.
004280     EXIT.
004290
004300 1210-READ-HISTORY-RECORD.
004310     READ HISTORY-FILE
004320         AT END
004330             MOVE 'Y' TO PAY-END-OF-HIST
004340             GO TO 1210-READ-HISTORY-RECORD-EXIT
004350     END-READ.
004360     ADD 1 TO PAY-HISTORY-READ-COUNT.
004370     IF NOT HST-TYPE-NORMAL
004380         OR HST-EMPLOYEE-NUMBER NOT NUMERIC
004390         OR HST-PAY-PERIOD NOT NUMERIC
004400         GO TO 1210-READ-HISTORY-RECORD-EXIT
004410     END-IF.
004420     MOVE HST-EMPLOYEE-NUMBER TO PAY-LOOKUP-NUMBER.
004430     PERFORM 1300-FIND-HISTORY-ENTRY
004440         THRU 1300-FIND-HISTORY-ENTRY-EXIT.
004450     IF PAY-HS-MATCHED = 'N'
004460         IF PAY-HS-COUNT >= PAY-HS-MAX-ENTRIES
004470             DISPLAY 'PAY HISTORY EXCEEDS THE '
004480                 PAY-HS-MAX-ENTRIES ' EMPLOYEE BASELINE '
004490                 'TABLE CAPACITY - RUN TERMINATED.'
004500             CLOSE HISTORY-FILE
004510             STOP RUN
004520         END-IF
004530         ADD 1 TO PAY-HS-COUNT
004540         SET PAY-HS-IDX TO PAY-HS-COUNT
004550         MOVE HST-EMPLOYEE-NUMBER TO
004560             PAY-H-EMPLOYEE-NUMBER(PAY-HS-IDX)
004570         MOVE ZERO TO PAY-H-SLOT-COUNT(PAY-HS-IDX)
004580         MOVE 'N' TO PAY-H-ON-MASTER(PAY-HS-IDX)
004590         MOVE 'N' TO PAY-H-PAID(PAY-HS-IDX)
004600         MOVE SPACE TO PAY-H-EMPLOY-STATUS(PAY-HS-IDX)
004610     END-IF.
004620     MOVE HST-EMPLOYEE-INITIAL TO PAY-H-INITIAL(PAY-HS-IDX).
004630     MOVE HST-EMPLOYEE-LASTNAME TO PAY-H-LASTNAME(PAY-HS-IDX).
004640*    THE SAME PERIOD CLOSED A SECOND TIME REPLACES THE NEWEST
004650*    SLOT; A NEW PERIOD MOVES THE OLDER ONES DOWN.
004660     IF PAY-H-SLOT-COUNT(PAY-HS-IDX) > ZERO
004670         AND PAY-H-PERIOD(PAY-HS-IDX, 1) = HST-PAY-PERIOD
004680         GO TO 1210-POST-NEWEST-SLOT
004690     END-IF.
004700     IF PAY-H-SLOT-COUNT(PAY-HS-IDX) < PAY-HISTORY-DEPTH
004710         ADD 1 TO PAY-H-SLOT-COUNT(PAY-HS-IDX)
004720     END-IF.
004730     MOVE PAY-H-SLOT-COUNT(PAY-HS-IDX) TO PAY-SLOT-LIMIT.
004740     PERFORM 1220-MOVE-SLOT-DOWN
004750         THRU 1220-MOVE-SLOT-DOWN-EXIT
004760         VARYING PAY-SLOT-IDX FROM PAY-SLOT-LIMIT BY -1
004770         UNTIL PAY-SLOT-IDX < 2.
004780 1210-POST-NEWEST-SLOT.
004790     MOVE HST-PAY-PERIOD TO PAY-H-PERIOD(PAY-HS-IDX, 1).
004800     MOVE ZERO TO PAY-H-GROSS(PAY-HS-IDX, 1).
004810     MOVE ZERO TO PAY-H-NET(PAY-HS-IDX, 1).
004820     MOVE ZERO TO PAY-H-HOURS(PAY-HS-IDX, 1).
004830     MOVE ZERO TO PAY-H-DEDUCT(PAY-HS-IDX, 1).
004840     IF HST-GROSS-PAY NUMERIC
004850         MOVE HST-GROSS-PAY TO PAY-H-GROSS(PAY-HS-IDX, 1)
004860     END-IF.
004870     IF HST-NET-PAY NUMERIC
004880         MOVE HST-NET-PAY TO PAY-H-NET(PAY-HS-IDX, 1)
004890     END-IF.
004900     IF HST-HOURS-WORKED NUMERIC
004910         MOVE HST-HOURS-WORKED TO PAY-H-HOURS(PAY-HS-IDX, 1)
004920     END-IF.
004930     IF PAY-H-GROSS(PAY-HS-IDX, 1) > PAY-H-NET(PAY-HS-IDX, 1)
004940         COMPUTE PAY-H-DEDUCT(PAY-HS-IDX, 1) =
004950             PAY-H-GROSS(PAY-HS-IDX, 1) -
004960             PAY-H-NET(PAY-HS-IDX, 1)
004970     END-IF.
004980 1210-READ-HISTORY-RECORD-EXIT.
004990     EXIT.
005000
005010 1220-MOVE-SLOT-DOWN.
005020     MOVE PAY-H-SLOT(PAY-HS-IDX, PAY-SLOT-IDX - 1) TO
005030         PAY-H-SLOT(PAY-HS-IDX, PAY-SLOT-IDX).
005040 1220-MOVE-SLOT-DOWN-EXIT.
005050     EXIT.
005060
005070*----------------------------------------------------------------
005080* 1300-FIND-HISTORY-ENTRY -- LOOK UP PAY-LOOKUP-NUMBER IN THE
005090* BASELINE TABLE; PAY-HS-IDX IS LEFT ON THE MATCH.
005100*----------------------------------------------------------------
005110 1300-FIND-HISTORY-ENTRY.
005120     MOVE 'N' TO PAY-HS-MATCHED.
005130     IF PAY-HS-COUNT > ZERO
005140         SET PAY-HS-IDX TO 1
005150         SEARCH PAY-HS-ENTRY
005160             AT END
005170                 CONTINUE
005180             WHEN PAY-H-EMPLOYEE-NUMBER(PAY-HS-IDX) =
005190                     PAY-LOOKUP-NUMBER
005200                 MOVE 'Y' TO PAY-HS-MATCHED
005210         END-SEARCH
005220     END-IF.
005230 1300-FIND-HISTORY-ENTRY-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------------
005270* 2000-REVIEW-MASTER-RECORD -- EVERY MASTER RECORD MARKS ITS
005280* BASELINE ENTRY AS ON THE MASTER (WITH ITS EMPLOYMENT STATUS)
005290* FOR THE MISSING-EMPLOYEE CHECK. ONLY RECORDS STAMPED WITH THE
005300* PERIOD UNDER REVIEW ARE REVIEWED; VOIDS MOVE NO MONEY AND ARE
005310* SKIPPED, AS IN DirectDeposit. THE REVIEWED RECORDS' COUNT AND
005320* TOTALS GO TO THE CONTROL RECORD SO THE DEPOSIT RUN CAN TELL
005330* WHETHER ANYTHING WAS RE-KEYED AFTER THE REVIEW.
005340*----------------------------------------------------------------
005350 2000-REVIEW-MASTER-RECORD.
005360     MOVE OUT-EMPLOYEE-NUMBER TO PAY-LOOKUP-NUMBER.
005370     PERFORM 1300-FIND-HISTORY-ENTRY
005380         THRU 1300-FIND-HISTORY-ENTRY-EXIT.
005390     IF PAY-HS-MATCHED = 'Y'
005400         MOVE 'Y' TO PAY-H-ON-MASTER(PAY-HS-IDX)
005410         MOVE OUT-EMPLOY-STATUS TO
005420             PAY-H-EMPLOY-STATUS(PAY-HS-IDX)
005430     END-IF.
005440     IF OUT-PAY-PERIOD NOT = PAY-CURRENT-PERIOD
005450         ADD 1 TO PAY-OTHER-PERIOD-COUNT
005460         GO TO 2000-REVIEW-NEXT-RECORD
005470     END-IF.
005480     IF AUD-ACTION-CODE = 'V'
005490         ADD 1 TO PAY-VOID-SKIP-COUNT
005500         GO TO 2000-REVIEW-NEXT-RECORD
005510     END-IF.
005520     ADD 1 TO PAY-REVIEWED-COUNT.
005530     ADD OUT-GROSS-PAY TO PAY-GROSS-TOTAL.
005540     ADD OUT-NET-PAY TO PAY-NET-TOTAL.
005550     MOVE 'N' TO PAY-EMPLOYEE-FLAGGED.
005560     IF PAY-HS-MATCHED = 'Y'
005570         MOVE 'Y' TO PAY-H-PAID(PAY-HS-IDX)
005580     END-IF.
005590     MOVE OUT-EMPLOYEE-NUMBER TO RV-EMPLOYEE-NUMBER.
005600     MOVE OUT-EMPLOYEE-INITIAL TO RV-EMPLOYEE-INITIAL.
005610     MOVE OUT-EMPLOYEE-LASTNAME TO RV-EMPLOYEE-LASTNAME.
005620     IF PAY-HS-MATCHED = 'N'
005630         MOVE 'FIRST-TIME PAYEE' TO RV-REASON
005640         MOVE OUT-NET-PAY TO RV-CURRENT
005650         MOVE SPACES TO RV-AVERAGE-X
005660         MOVE SPACE TO RV-PERIODS
005670         PERFORM 2900-WRITE-EXCEPTION
005680             THRU 2900-WRITE-EXCEPTION-EXIT
005690         GO TO 2000-REVIEW-COUNT-FLAGGED
005700     END-IF.
005710     IF PAY-SUPPLEMENTAL-RUN
005720         GO TO 2000-REVIEW-COUNT-FLAGGED
005730     END-IF.
005740     IF OUT-NET-PAY < PAY-NET-FLOOR
005750         MOVE 'NET PAY UNDER FLOOR' TO RV-REASON
005760         MOVE OUT-NET-PAY TO RV-CURRENT
005770         MOVE PAY-NET-FLOOR TO RV-AVERAGE
005780         MOVE SPACE TO RV-PERIODS
005790         PERFORM 2900-WRITE-EXCEPTION
005800             THRU 2900-WRITE-EXCEPTION-EXIT
005810     END-IF.
005820     PERFORM 2200-COMPUTE-BASELINE
005830         THRU 2200-COMPUTE-BASELINE-EXIT.
005840     MOVE OUT-GROSS-PAY TO PAY-VC-CURRENT.
005850     MOVE PAY-AVG-GROSS TO PAY-VC-AVERAGE.
005860     MOVE PAY-GROSS-PERCENT TO PAY-VC-PERCENT.
005870     MOVE PAY-GROSS-MINIMUM TO PAY-VC-MINIMUM.
005880     MOVE 'GROSS OUTSIDE TOLERANCE' TO PAY-VC-REASON.
005890     PERFORM 2300-CHECK-VARIANCE
005900         THRU 2300-CHECK-VARIANCE-EXIT.
005910     MOVE OUT-NET-PAY TO PAY-VC-CURRENT.
005920     MOVE PAY-AVG-NET TO PAY-VC-AVERAGE.
005930     MOVE PAY-NET-PERCENT TO PAY-VC-PERCENT.
005940     MOVE PAY-NET-MINIMUM TO PAY-VC-MINIMUM.
005950     MOVE 'NET OUTSIDE TOLERANCE' TO PAY-VC-REASON.
005960     PERFORM 2300-CHECK-VARIANCE
005970         THRU 2300-CHECK-VARIANCE-EXIT.
005980     MOVE OUT-HOURS-WORKED TO PAY-VC-CURRENT.
005990     MOVE PAY-AVG-HOURS TO PAY-VC-AVERAGE.
006000     MOVE PAY-HOURS-PERCENT TO PAY-VC-PERCENT.
006010     MOVE PAY-HOURS-MINIMUM TO PAY-VC-MINIMUM.
006020     MOVE 'HOURS OUTSIDE TOLERANCE' TO PAY-VC-REASON.
006030     PERFORM 2300-CHECK-VARIANCE
006040         THRU 2300-CHECK-VARIANCE-EXIT.
006050     MOVE ZERO TO PAY-CUR-DEDUCT.
006060     IF OUT-GROSS-PAY > OUT-NET-PAY
006070         COMPUTE PAY-CUR-DEDUCT = OUT-GROSS-PAY - OUT-NET-PAY
006080     END-IF.
006090     MOVE PAY-CUR-DEDUCT TO PAY-VC-CURRENT.
006100     MOVE PAY-AVG-DEDUCT TO PAY-VC-AVERAGE.
006110     MOVE PAY-DEDUCT-PERCENT TO PAY-VC-PERCENT.
006120     MOVE PAY-DEDUCT-MINIMUM TO PAY-VC-MINIMUM.
006130     MOVE 'DEDUCTIONS OUTSIDE TOLER.' TO PAY-VC-REASON.
006140     PERFORM 2300-CHECK-VARIANCE
006150         THRU 2300-CHECK-VARIANCE-EXIT.
006160 2000-REVIEW-COUNT-FLAGGED.
006170     IF PAY-EMPLOYEE-FLAGGED = 'Y'
006180         ADD 1 TO PAY-FLAGGED-COUNT
006190     END-IF.
006200 2000-REVIEW-NEXT-RECORD.
006210     PERFORM 2100-READ-PAYROLL-FILE
006220         THRU 2100-READ-PAYROLL-FILE-EXIT.
006230 2000-REVIEW-MASTER-RECORD-EXIT.
006240     EXIT.
006250
006260 2100-READ-PAYROLL-FILE.
006270     READ PAYROLL-FILE
006280         AT END
006290             MOVE 'Y' TO PAY-END-OF-FILE
006300     END-READ.
006310 2100-READ-PAYROLL-FILE-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------------
006350* 2200-COMPUTE-BASELINE -- AVERAGE THE EMPLOYEE'S CLOSED
006360* PERIODS HELD IN THE BASELINE TABLE.
006370*----------------------------------------------------------------
006380 2200-COMPUTE-BASELINE.
006390     MOVE ZERO TO PAY-SUM-GROSS.
006400     MOVE ZERO TO PAY-SUM-NET.
006410     MOVE ZERO TO PAY-SUM-HOURS.
006420     MOVE ZERO TO PAY-SUM-DEDUCT.
006430     PERFORM 2210-ADD-ONE-SLOT
006440         THRU 2210-ADD-ONE-SLOT-EXIT
006450         VARYING PAY-SLOT-IDX FROM 1 BY 1
006460         UNTIL PAY-SLOT-IDX > PAY-H-SLOT-COUNT(PAY-HS-IDX).
006470     COMPUTE PAY-AVG-GROSS ROUNDED =
006480         PAY-SUM-GROSS / PAY-H-SLOT-COUNT(PAY-HS-IDX).
006490     COMPUTE PAY-AVG-NET ROUNDED =
006500         PAY-SUM-NET / PAY-H-SLOT-COUNT(PAY-HS-IDX).
006510     COMPUTE PAY-AVG-HOURS ROUNDED =
006520         PAY-SUM-HOURS / PAY-H-SLOT-COUNT(PAY-HS-IDX).
006530     COMPUTE PAY-AVG-DEDUCT ROUNDED =
006540         PAY-SUM-DEDUCT / PAY-H-SLOT-COUNT(PAY-HS-IDX).
006550 2200-COMPUTE-BASELINE-EXIT.
006560     EXIT.
006570
006580 2210-ADD-ONE-SLOT.
006590     ADD PAY-H-GROSS(PAY-HS-IDX, PAY-SLOT-IDX) TO PAY-SUM-GROSS.
006600     ADD PAY-H-NET(PAY-HS-IDX, PAY-SLOT-IDX) TO PAY-SUM-NET.
006610     ADD PAY-H-HOURS(PAY-HS-IDX, PAY-SLOT-IDX) TO PAY-SUM-HOURS.
006620     ADD PAY-H-DEDUCT(PAY-HS-IDX, PAY-SLOT-IDX) TO
006630         PAY-SUM-DEDUCT.
006640 2210-ADD-ONE-SLOT-EXIT.
006650     EXIT.
006660
006670*----------------------------------------------------------------
006680* 2300-CHECK-VARIANCE -- FLAG PAY-VC-CURRENT WHEN IT IS MORE
006690* THAN PAY-VC-MINIMUM AND MORE THAN PAY-VC-PERCENT AWAY FROM
006700* PAY-VC-AVERAGE, IN EITHER DIRECTION.
006710*----------------------------------------------------------------
006720 2300-CHECK-VARIANCE.
006730     IF PAY-VC-CURRENT > PAY-VC-AVERAGE
006740         COMPUTE PAY-VC-DIFFERENCE =
006750             PAY-VC-CURRENT - PAY-VC-AVERAGE
006760     ELSE
006770         COMPUTE PAY-VC-DIFFERENCE =
006780             PAY-VC-AVERAGE - PAY-VC-CURRENT
006790     END-IF.
006800     IF PAY-VC-DIFFERENCE NOT > PAY-VC-MINIMUM
006810         GO TO 2300-CHECK-VARIANCE-EXIT
006820     END-IF.
006830     COMPUTE PAY-VC-DIFF-SCALED = PAY-VC-DIFFERENCE * 100.
006840     COMPUTE PAY-VC-AVG-SCALED = PAY-VC-AVERAGE * PAY-VC-PERCENT.
006850     IF PAY-VC-DIFF-SCALED NOT > PAY-VC-AVG-SCALED
006860         GO TO 2300-CHECK-VARIANCE-EXIT
006870     END-IF.
006880     MOVE PAY-VC-REASON TO RV-REASON.
006890     MOVE PAY-VC-CURRENT TO RV-CURRENT.
006900     MOVE PAY-VC-AVERAGE TO RV-AVERAGE.
006910     MOVE PAY-H-SLOT-COUNT(PAY-HS-IDX) TO RV-PERIODS.
006920     PERFORM 2900-WRITE-EXCEPTION
006930         THRU 2900-WRITE-EXCEPTION-EXIT.
006940 2300-CHECK-VARIANCE-EXIT.
006950     EXIT.
006960
006970 2900-WRITE-EXCEPTION.
006980     WRITE REVIEW-LINE FROM RV-DETAIL-LINE.
006990     IF PAY-REVIEW-STATUS NOT = '00'
007000         DISPLAY 'ERROR WRITING REVIEW REPORT - FILE STATUS: '
007010             PAY-REVIEW-STATUS
007020     END-IF.
007030     ADD 1 TO PAY-EXCEPTION-COUNT.
007040     MOVE 'Y' TO PAY-EMPLOYEE-FLAGGED.
007050 2900-WRITE-EXCEPTION-EXIT.
007060     EXIT.
007070
007080*----------------------------------------------------------------
007090* 3000-CHECK-MISSING-EMPLOYEES -- AN EMPLOYEE PAID IN THE LAST
007100* CLOSED REGULAR PERIOD WHO HAS NO PAYMENT THIS PERIOD IS
007110* FLAGGED, UNLESS THE MASTER SHOWS THEM TERMINATED OR ON LEAVE.
007120* NOT DONE FOR A SUPPLEMENTAL PERIOD, WHICH ONLY PAYS THE FEW
007130* EMPLOYEES BEING CORRECTED.
007140*----------------------------------------------------------------
007150 3000-CHECK-MISSING-EMPLOYEES.
007160     IF PAY-SUPPLEMENTAL-RUN
007170         OR PAY-LAST-CLOSED-PERIOD = ZERO
007180         OR PAY-HS-COUNT = ZERO
007190         GO TO 3000-CHECK-MISSING-EMPLOYEES-EXIT
007200     END-IF.
007210     PERFORM 3100-CHECK-ONE-EMPLOYEE
007220         THRU 3100-CHECK-ONE-EMPLOYEE-EXIT
007230         VARYING PAY-HS-WRITE-IDX FROM 1 BY 1
007240         UNTIL PAY-HS-WRITE-IDX > PAY-HS-COUNT.
007250 3000-CHECK-MISSING-EMPLOYEES-EXIT.
007260     EXIT.
007270
007280 3100-CHECK-ONE-EMPLOYEE.
007290     SET PAY-HS-IDX TO PAY-HS-WRITE-IDX.
007300     IF PAY-H-PAID(PAY-HS-IDX) = 'Y'
007310         OR PAY-H-SLOT-COUNT(PAY-HS-IDX) = ZERO
007320         OR PAY-H-PERIOD(PAY-HS-IDX, 1) NOT =
007330             PAY-LAST-CLOSED-PERIOD
007340         OR PAY-H-EMPLOY-STATUS(PAY-HS-IDX) = 'T'
007350         OR PAY-H-EMPLOY-STATUS(PAY-HS-IDX) = 'L'
007360         GO TO 3100-CHECK-ONE-EMPLOYEE-EXIT
007370     END-IF.
007380     IF PAY-MISSING-COUNT = ZERO
007390         WRITE REVIEW-LINE FROM RV-BLANK-LINE
007400         MOVE 'PAID LAST PERIOD, NOT PAID THIS PERIOD:'
007410             TO REVIEW-LINE
007420         WRITE REVIEW-LINE
007430     END-IF.
007440     ADD 1 TO PAY-MISSING-COUNT.
007450     MOVE PAY-H-EMPLOYEE-NUMBER(PAY-HS-IDX) TO
007460         RV-EMPLOYEE-NUMBER.
007470     MOVE PAY-H-INITIAL(PAY-HS-IDX) TO RV-EMPLOYEE-INITIAL.
007480     MOVE PAY-H-LASTNAME(PAY-HS-IDX) TO RV-EMPLOYEE-LASTNAME.
007490     IF PAY-H-ON-MASTER(PAY-HS-IDX) = 'Y'
007500         MOVE 'MISSING FROM THIS PERIOD' TO RV-REASON
007510     ELSE
007520         MOVE 'NO LONGER ON THE MASTER' TO RV-REASON
007530     END-IF.
007540     MOVE SPACES TO RV-CURRENT-X.
007550     MOVE PAY-H-NET(PAY-HS-IDX, 1) TO RV-AVERAGE.
007560     MOVE '1' TO RV-PERIODS.
007570     PERFORM 2900-WRITE-EXCEPTION
007580         THRU 2900-WRITE-EXCEPTION-EXIT.
007590     ADD 1 TO PAY-FLAGGED-COUNT.
007600 3100-CHECK-ONE-EMPLOYEE-EXIT.
007610     EXIT.
007620
007630*----------------------------------------------------------------
007640* 9000-TERMINATE-REVIEW -- REPORT FOOTER, THEN THE CONTROL
007650* RECORD THE DEPOSIT RUN CHECKS. A REVIEW WITH EXCEPTIONS IS
007660* HELD UNTIL THEY ARE CORRECTED AND THE REVIEW RERUN CLEAN, OR
007670* A SUPERVISOR SIGNS THEM OFF AT THE DEPOSIT RUN.
007680*----------------------------------------------------------------
007690 9000-TERMINATE-REVIEW.
007700     CLOSE PAYROLL-FILE.
007710     IF PAY-EXCEPTION-COUNT = ZERO
007720         MOVE 'NO EXCEPTIONS.' TO REVIEW-LINE
007730         WRITE REVIEW-LINE
007740     END-IF.
007750     WRITE REVIEW-LINE FROM RV-BLANK-LINE.
007760     MOVE 'RECORDS REVIEWED . . . . . . . . . . .'
007770         TO RV-TOTAL-LABEL.
007780     MOVE PAY-REVIEWED-COUNT TO RV-TOTAL-COUNT.
007790     WRITE REVIEW-LINE FROM RV-TOTAL-LINE.
007800     MOVE 'EXCEPTIONS . . . . . . . . . . . . . .'
007810         TO RV-TOTAL-LABEL.
007820     MOVE PAY-EXCEPTION-COUNT TO RV-TOTAL-COUNT.
007830     WRITE REVIEW-LINE FROM RV-TOTAL-LINE.
007840     MOVE 'EMPLOYEES FLAGGED. . . . . . . . . . .'
007850         TO RV-TOTAL-LABEL.
007860     MOVE PAY-FLAGGED-COUNT TO RV-TOTAL-COUNT.
007870     WRITE REVIEW-LINE FROM RV-TOTAL-LINE.
007880     CLOSE REVIEW-FILE.
007890     MOVE SPACES TO RVCRECORD.
007900     MOVE PAY-CURRENT-PERIOD TO RVC-PERIOD-NUMBER.
007910     MOVE PAY-RUN-DATE TO RVC-REVIEW-DATE.
007920     MOVE PAY-RUN-TIME TO RVC-REVIEW-TIME.
007930     MOVE PAY-REVIEWED-COUNT TO RVC-RECORD-COUNT.
007940     MOVE PAY-GROSS-TOTAL TO RVC-GROSS-TOTAL.
007950     MOVE PAY-NET-TOTAL TO RVC-NET-TOTAL.
007960     MOVE PAY-EXCEPTION-COUNT TO RVC-EXCEPTION-COUNT.
007970     IF PAY-EXCEPTION-COUNT = ZERO
007980         MOVE 'C' TO RVC-REVIEW-STATUS
007990     ELSE
008000         MOVE 'X' TO RVC-REVIEW-STATUS
008010     END-IF.
008020     MOVE SPACES TO RVC-APPROVER-ID.
008030     MOVE ZERO TO RVC-APPROVAL-DATE.
008040     MOVE ZERO TO RVC-APPROVAL-TIME.
008050     OPEN OUTPUT REVIEW-CONTROL-FILE.
008060     IF PAY-RVC-STATUS NOT = '00'
008070         DISPLAY 'ERROR OPENING REVIEW CONTROL FILE - FILE '
008080             'STATUS: ' PAY-RVC-STATUS ' - DEPOSIT RUN WILL '
008090             'NOT PROCEED.'
008100     ELSE
008110         WRITE RVCRECORD
008120         IF PAY-RVC-STATUS NOT = '00'
008130             DISPLAY 'ERROR WRITING REVIEW CONTROL RECORD - '
008140                 'FILE STATUS: ' PAY-RVC-STATUS
008150         END-IF
008160         CLOSE REVIEW-CONTROL-FILE
008170     END-IF.
008180     DISPLAY 'PAYROLL VARIANCE REVIEW - PERIOD '
008190         PAY-CURRENT-PERIOD.
008200     DISPLAY '  PAY HISTORY RECORDS READ . . . . . . : '
008210         PAY-HISTORY-READ-COUNT.
008220     DISPLAY '  MASTER RECORDS REVIEWED. . . . . . . : '
008230         PAY-REVIEWED-COUNT.
008240     DISPLAY '  OTHER-PERIOD RECORDS NOT REVIEWED. . : '
008250         PAY-OTHER-PERIOD-COUNT.
008260     DISPLAY '  VOID RECORDS SKIPPED . . . . . . . . : '
008270         PAY-VOID-SKIP-COUNT.
008280     DISPLAY '  EMPLOYEES MISSING FROM THE PERIOD. . : '
008290         PAY-MISSING-COUNT.
008300     DISPLAY '  EXCEPTIONS . . . . . . . . . . . . . : '
008310         PAY-EXCEPTION-COUNT.
008320     DISPLAY '  GROSS REVIEWED . . . . . . . . . . . : '
008330         PAY-GROSS-TOTAL.
008340     DISPLAY '  NET REVIEWED . . . . . . . . . . . . : '
008350         PAY-NET-TOTAL.
008360     IF PAY-EXCEPTION-COUNT = ZERO
008370         DISPLAY 'REVIEW CLEAR - DirectDeposit MAY RUN.'
008380     ELSE
008390         DISPLAY 'EXCEPTIONS ON payreview.txt - CORRECT AND '
008400             'RERUN THE REVIEW, OR A SUPERVISOR MUST SIGN OFF '
008410             'AT DirectDeposit.'
008420     END-IF.
008430 9000-TERMINATE-REVIEW-EXIT.
008440     EXIT.
008450
008460 END PROGRAM PayReview.
