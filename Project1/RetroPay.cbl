000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RetroPay AS "RetroPay".
000120 AUTHOR. ChandlerNewmanReed.
000130 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED. 10-15-2026.
000160*================================================================
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  CNR  ORIGINAL PROGRAM - RETROACTIVE PAY FOR
000200*                  BACK-DATED RATE AND SALARY INCREASES. RUN IN A
000210*                  SUPPLEMENTAL PERIOD. FOR EVERY EMPLOYEE WITH A
000220*                  RATE CHANGE PENDING RETRO ON THE PAY RATE
000230*                  HISTORY (RTEREC / payrates.dat), EVERY CLOSED
000240*                  PERIOD ON payhistory.txt STARTING ON OR AFTER
000250*                  THE EFFECTIVE DATE IS RECOMPUTED FROM THE
000260*                  HOURS PAID, WITH THE SAME 40-HOUR STRAIGHT-
000270*                  TIME / TIME-AND-A-HALF SPLIT Payroll.cbl
000280*                  USES, AT THE RATE THEN IN EFFECT. THE RETRO
000290*                  WORKSHEET (retroworksheet.txt) SHOWS EACH
000300*                  PERIOD'S PAID AND CORRECTED GROSS, AND THE
000310*                  DIFFERENCE GOES TO transactions.txt AS ONE
000320*                  ADJUSTMENT (J) PER EMPLOYEE, WITH THE H/T
000330*                  BATCH CONTROLS, FOR THE SUPPLEMENTAL PAYROLL
000340*                  RUN. THE RATE CHANGES MADE GOOD ARE STAMPED
000350*                  DONE SO A RERUN CANNOT PAY THEM TWICE.
000360*================================================================
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT RATE-FILE ASSIGN TO 'payrates.dat'
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS RTE-RATE-KEY
000450         FILE STATUS IS PAY-RATE-STATUS.
000460     SELECT CALENDAR-FILE ASSIGN TO 'paycalendar.txt'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS PAY-CAL-STATUS.
000490     SELECT HISTORY-FILE ASSIGN TO 'payhistory.txt'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS PAY-HIST-STATUS.
000520     SELECT TRANSACTION-FILE ASSIGN TO 'transactions.txt'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS PAY-TRANS-STATUS.
000550     SELECT WORKSHEET-FILE ASSIGN TO 'retroworksheet.txt'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS PAY-WORKSHEET-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  RATE-FILE.
000620     COPY RTEREC.
000630
000640 FD  CALENDAR-FILE.
000650     COPY CALREC.
000660
000670 FD  HISTORY-FILE.
000680     COPY HISTREC.
000690
000700 FD  TRANSACTION-FILE.
000710     COPY TRANREC.
000720
000730 FD  WORKSHEET-FILE.
000740 01  WORKSHEET-LINE            PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------------
000780* RUN CONTROL FIELDS
000790*----------------------------------------------------------------
000800 01  PAY-RATE-STATUS           PIC X(2).
000810 01  PAY-CAL-STATUS            PIC X(2).
000820 01  PAY-HIST-STATUS           PIC X(2).
000830 01  PAY-TRANS-STATUS          PIC X(2).
000840 01  PAY-WORKSHEET-STATUS      PIC X(2).
000850 01  PAY-END-OF-RATES          PIC X(1) VALUE 'N'.
000860 01  PAY-END-OF-CAL            PIC X(1) VALUE 'N'.
000870 01  PAY-END-OF-HIST           PIC X(1) VALUE 'N'.
000880     88  PAY-NO-MORE-HISTORY   VALUE 'Y'.
000890 01  PAY-TRANS-OPEN            PIC X(1) VALUE 'N'.
000900 01  PAY-TRANS-ERROR           PIC X(1) VALUE 'N'.
000910 01  PAY-RUN-DATE              PIC 9(8) VALUE ZERO.
000920 01  PAY-BATCH-NUMBER          PIC 9(6) VALUE ZERO.
000930 01  PAY-SUPPL-PERIOD          PIC 9(4) VALUE ZERO.
000940 01  PAY-LAST-CLOSED-START     PIC 9(8) VALUE ZERO.
000950 01  PAY-HISTORY-READ-COUNT    PIC 9(7) COMP VALUE ZERO.
000960 01  PAY-OFF-CALENDAR-COUNT    PIC 9(7) COMP VALUE ZERO.
000970 01  PAY-RECOMPUTED-COUNT      PIC 9(7) COMP VALUE ZERO.
000980 01  PAY-REVIEW-COUNT          PIC 9(7) COMP VALUE ZERO.
000990 01  PAY-PENDING-COUNT         PIC 9(7) COMP VALUE ZERO.
001000 01  PAY-RATES-DONE-COUNT      PIC 9(7) COMP VALUE ZERO.
001010 01  PAY-EMPLOYEE-COUNT        PIC 9(7) COMP VALUE ZERO.
001020 01  PAY-TRANS-WRITTEN-COUNT   PIC 9(7) COMP VALUE ZERO.
001030 01  PAY-TOTAL-RETRO           PIC 9(9)V99 VALUE ZERO.
001040 77  PAY-STANDARD-HOURS        PIC 9(3)  VALUE 40.
001050 77  PAY-OVERTIME-FACTOR       PIC 9V99  VALUE 1.50.
001060 77  PAY-ORIGIN-SITE           PIC X(8) VALUE 'RETROPAY'.
001070
001080*----------------------------------------------------------------
001090* PAY CALENDAR -- THE START DATE OF EACH CLOSED PERIOD DECIDES
001100* WHICH RATE WAS IN EFFECT FOR IT.
001110*----------------------------------------------------------------
001120 01  PAY-CAL-TABLE.
001130     05  PAY-CAL-COUNT             PIC 9(3) COMP VALUE ZERO.
001140     05  PAY-CAL-ENTRY OCCURS 1 TO 100 TIMES
001150             DEPENDING ON PAY-CAL-COUNT
001160             INDEXED BY PAY-CAL-IDX.
001170         10  PAY-C-PERIOD-NUMBER    PIC 9(4).
001180         10  PAY-C-START-DATE       PIC 9(8).
001190 77  PAY-CAL-MAX-ENTRIES       PIC 9(3) VALUE 100.
001200 01  PAY-CAL-MATCHED           PIC X(1) VALUE 'N'.
001210 01  PAY-PERIOD-START          PIC 9(8) VALUE ZERO.
001220
001230*----------------------------------------------------------------
001240* PAY RATE HISTORY -- LOADED IN KEY ORDER, SO EACH EMPLOYEE'S
001250* CHANGES SIT TOGETHER, OLDEST FIRST.
001260*----------------------------------------------------------------
001270 01  PAY-RT-TABLE.
001280     05  PAY-RT-COUNT              PIC 9(5) COMP VALUE ZERO.
001290     05  PAY-RT-ENTRY OCCURS 1 TO 5000 TIMES
001300             DEPENDING ON PAY-RT-COUNT
001310             INDEXED BY PAY-RT-IDX.
001320         10  PAY-R-EMPLOYEE-NUMBER  PIC 9(9).
001330         10  PAY-R-EFFECTIVE-DATE   PIC 9(8).
001340         10  PAY-R-SALARY-CODE      PIC X(1).
001350         10  PAY-R-HOURLY-RATE      PIC 9(3)V99.
001360         10  PAY-R-SALARY-AMOUNT    PIC 9(7)V99.
001370         10  PAY-R-RETRO-STATUS     PIC X(1).
001380 77  PAY-RT-MAX-ENTRIES        PIC 9(5) VALUE 5000.
001390 01  PAY-RT-SCAN-IDX           PIC 9(5) COMP VALUE ZERO.
001400 01  PAY-RT-WRITE-IDX          PIC 9(5) COMP VALUE ZERO.
001410 01  PAY-RT-BREAK              PIC X(1) VALUE 'N'.
001420*    RATE LOOKUP -- FOR ONE EMPLOYEE AS OF ONE DATE: THE EARLIEST
001430*    CHANGE STILL PENDING RETRO, THE CHANGE IN EFFECT, AND THE
001440*    LATEST CHANGE IN EFFECT THAT A RETRO RUN HAS ALREADY PAID.
001450 01  PAY-LOOKUP-NUMBER         PIC 9(9) VALUE ZERO.
001460 01  PAY-LOOKUP-DATE           PIC 9(8) VALUE ZERO.
001470 01  PAY-PENDING-EFFECTIVE     PIC 9(8) VALUE ZERO.
001480 01  PAY-NEW-FOUND             PIC X(1) VALUE 'N'.
001490 01  PAY-NEW-CODE              PIC X(1) VALUE SPACE.
001500 01  PAY-NEW-RATE              PIC 9(3)V99 VALUE ZERO.
001510 01  PAY-NEW-AMOUNT            PIC 9(7)V99 VALUE ZERO.
001520 01  PAY-DONE-FOUND            PIC X(1) VALUE 'N'.
001530 01  PAY-DONE-CODE             PIC X(1) VALUE SPACE.
001540 01  PAY-DONE-RATE             PIC 9(3)V99 VALUE ZERO.
001550 01  PAY-DONE-AMOUNT           PIC 9(7)V99 VALUE ZERO.
001560
001570*----------------------------------------------------------------
001580* RETRO WORKSHEET TABLE -- ONE ENTRY PER EMPLOYEE PER CLOSED
001590* PERIOD REACHED, KEPT IN EMPLOYEE AND PERIOD ORDER AS IT IS
001600* BUILT SO THE WORKSHEET COMES OUT GROUPED WITHOUT A SORT STEP.
001610* PAY-RW-FLAG: V THE PERIOD WAS VOIDED AFTER IT CLOSED, B THE
001620* PAY BASIS (HOURLY/SALARIED) CHANGED -- NEITHER IS RECOMPUTED.
001630*----------------------------------------------------------------
001640 01  PAY-RW-TABLE.
001650     05  PAY-RW-COUNT              PIC 9(5) COMP VALUE ZERO.
001660     05  PAY-RW-ENTRY OCCURS 1 TO 5000 TIMES
001670             DEPENDING ON PAY-RW-COUNT
001680             INDEXED BY PAY-RW-IDX.
001690         10  PAY-RW-SORT-KEY.
001700             15  PAY-RW-EMPLOYEE-NUMBER PIC 9(9).
001710             15  PAY-RW-PERIOD-NUMBER   PIC 9(4).
001720         10  PAY-RW-INITIAL         PIC A(1).
001730         10  PAY-RW-LASTNAME        PIC A(15).
001740         10  PAY-RW-DEPARTMENT-CODE PIC X(4).
001750         10  PAY-RW-START-DATE      PIC 9(8).
001760         10  PAY-RW-EFFECTIVE-DATE  PIC 9(8).
001770         10  PAY-RW-SALARY-CODE     PIC X(1).
001780         10  PAY-RW-HOURS-WORKED    PIC 9(3)V99.
001790         10  PAY-RW-OLD-RATE        PIC 9(7)V99.
001800         10  PAY-RW-NEW-RATE        PIC 9(7)V99.
001810         10  PAY-RW-OLD-GROSS       PIC 9(7)V99.
001820         10  PAY-RW-NEW-GROSS       PIC 9(7)V99.
001830         10  PAY-RW-FLAG            PIC X(1).
001840 77  PAY-RW-MAX-ENTRIES        PIC 9(5) VALUE 5000.
001850 01  PAY-NEW-KEY.
001860     05  PAY-NEW-EMPLOYEE-NUMBER   PIC 9(9).
001870     05  PAY-NEW-PERIOD-NUMBER     PIC 9(4).
001880 01  PAY-RW-MATCHED            PIC X(1) VALUE 'N'.
001890 01  PAY-INS-POS               PIC 9(5) COMP VALUE ZERO.
001900 01  PAY-INS-IDX               PIC 9(5) COMP VALUE ZERO.
001910 01  PAY-INS-FOUND             PIC X(1) VALUE 'N'.
001920 01  PAY-SHIFT-IDX             PIC 9(5) COMP VALUE ZERO.
001930 01  PAY-RW-WRITE-IDX          PIC 9(5) COMP VALUE ZERO.
001940 01  PAY-GROUP-START           PIC 9(5) COMP VALUE ZERO.
001950 01  PAY-GROUP-END             PIC 9(5) COMP VALUE ZERO.
001960 01  PAY-GROUP-EMPLOYEE        PIC 9(9) VALUE ZERO.
001970 01  PAY-GROUP-BREAK           PIC X(1) VALUE 'N'.
001980 01  PAY-GROUP-TOTAL           PIC 9(7)V99 VALUE ZERO.
001990 01  PAY-GROUP-REF-PERIOD      PIC 9(4) VALUE ZERO.
002000
002010*----------------------------------------------------------------
002020* RECOMPUTATION WORK FIELDS -- ONE PERIOD AT A TIME
002030*----------------------------------------------------------------
002040 01  PAY-WK-SALARY-CODE        PIC X(1) VALUE SPACE.
002050 01  PAY-WK-HOURS-WORKED       PIC 9(3)V99 VALUE ZERO.
002060 01  PAY-WK-OLD-RATE           PIC 9(7)V99 VALUE ZERO.
002070 01  PAY-WK-NEW-RATE           PIC 9(7)V99 VALUE ZERO.
002080 01  PAY-WK-OLD-GROSS          PIC 9(7)V99 VALUE ZERO.
002090 01  PAY-WK-NEW-GROSS          PIC 9(7)V99 VALUE ZERO.
002100 01  PAY-WK-FLAG               PIC X(1) VALUE SPACE.
002110 01  PAY-CALC-RATE             PIC 9(7)V99 VALUE ZERO.
002120 01  PAY-CALC-GROSS            PIC 9(7)V99 VALUE ZERO.
002130 01  PAY-PERIOD-RETRO          PIC 9(7)V99 VALUE ZERO.
002140
002150*----------------------------------------------------------------
002160* BATCH TRAILER CONTROL TOTALS -- THE SAME THREE TOTALS
002170* TimeImport BUILDS. THE ADJUSTMENTS CARRY NO HOURS.
002180*----------------------------------------------------------------
002190 01  PAY-BC-RECORD-COUNT       PIC 9(7) VALUE ZERO.
002200 01  PAY-BC-HASH-TOTAL         PIC 9(13) VALUE ZERO.
002210 01  PAY-BC-HOURS-TOTAL        PIC 9(5)V99 VALUE ZERO.
002220
002230*----------------------------------------------------------------
002240* WORKSHEET LINE LAYOUTS
002250*----------------------------------------------------------------
002260 01  RW-TITLE-LINE.
002270     10  FILLER                PIC X(26) VALUE
002280         'RETROACTIVE PAY WORKSHEET'.
002290     10  FILLER                PIC X(7) VALUE 'BATCH: '.
002300     10  RW-BATCH-NUMBER       PIC 9(6).
002310     10  FILLER                PIC X(16) VALUE
002320         '  SUPPL PERIOD: '.
002330     10  RW-SUPPL-PERIOD       PIC 9(4).
002340     10  FILLER                PIC X(7) VALUE '  RUN: '.
002350     10  RW-RUN-DATE           PIC 9(8).
002360
002370 01  RW-EMPLOYEE-LINE.
002380     10  FILLER                PIC X(10) VALUE 'EMPLOYEE: '.
002390     10  RW-EMPLOYEE-NUMBER    PIC 9(9).
002400     10  FILLER                PIC X(1) VALUE SPACE.
002410     10  RW-EMPLOYEE-INITIAL   PIC A(1).
002420     10  FILLER                PIC X(1) VALUE SPACE.
002430     10  RW-EMPLOYEE-LASTNAME  PIC A(15).
002440     10  FILLER                PIC X(23) VALUE
002450         '  CHANGE EFFECTIVE ON: '.
002460     10  RW-EFFECTIVE-DATE     PIC 9(8).
002470
002480 01  RW-COLUMN-LINE.
002490     10  FILLER                PIC X(16) VALUE '  PER  START'.
002500     10  FILLER                PIC X(2) VALUE 'C'.
002510     10  FILLER                PIC X(7) VALUE ' HOURS'.
002520     10  FILLER                PIC X(11) VALUE '  OLD RATE'.
002530     10  FILLER                PIC X(11) VALUE '  NEW RATE'.
002540     10  FILLER                PIC X(11) VALUE 'PAID GROSS'.
002550     10  FILLER                PIC X(11) VALUE ' NEW GROSS'.
002560     10  FILLER                PIC X(10) VALUE '     RETRO'.
002570
002580 01  RW-DETAIL-LINE.
002590     10  FILLER                PIC X(2) VALUE SPACES.
002600     10  RW-PERIOD-NUMBER      PIC 9(4).
002610     10  FILLER                PIC X(1) VALUE SPACE.
002620     10  RW-START-DATE         PIC 9(8).
002630     10  FILLER                PIC X(1) VALUE SPACE.
002640     10  RW-SALARY-CODE        PIC X(1).
002650     10  FILLER                PIC X(1) VALUE SPACE.
002660     10  RW-HOURS-WORKED       PIC ZZ9.99.
002670     10  FILLER                PIC X(1) VALUE SPACE.
002680     10  RW-OLD-RATE           PIC ZZZ,ZZ9.99.
002690     10  FILLER                PIC X(1) VALUE SPACE.
002700     10  RW-NEW-RATE           PIC ZZZ,ZZ9.99.
002710     10  FILLER                PIC X(1) VALUE SPACE.
002720     10  RW-OLD-GROSS          PIC ZZZ,ZZ9.99.
002730     10  FILLER                PIC X(1) VALUE SPACE.
002740     10  RW-NEW-GROSS          PIC ZZZ,ZZ9.99.
002750     10  FILLER                PIC X(1) VALUE SPACE.
002760     10  RW-RETRO              PIC ZZZ,ZZ9.99.
002770
002780 01  RW-NOTE-LINE.
002790     10  FILLER                PIC X(7) VALUE SPACES.
002800     10  RW-NOTE               PIC X(60).
002810
002820 01  RW-TOTAL-LINE.
002830     10  FILLER                PIC X(2) VALUE SPACES.
002840     10  RW-TOTAL-LABEL        PIC X(36).
002850     10  RW-REF-LABEL          PIC X(22).
002860     10  RW-REF-PERIOD         PIC X(4).
002870     10  FILLER                PIC X(3) VALUE SPACES.
002880     10  RW-TOTAL-AMOUNT       PIC Z,ZZZ,ZZ9.99.
002890
002900 01  RW-BLANK-LINE             PIC X(80) VALUE SPACES.
002910
002920 PROCEDURE DIVISION.
002930
002940 0000-MAIN-PROCEDURE.
002950     PERFORM 1000-INITIALIZE-RETRO
002960         THRU 1000-INITIALIZE-RETRO-EXIT.
002970     PERFORM 2000-PROCESS-HISTORY-RECORD
002980         THRU 2000-PROCESS-HISTORY-RECORD-EXIT
002990         UNTIL PAY-NO-MORE-HISTORY.
003000     PERFORM 3000-PRINT-WORKSHEET
003010         THRU 3000-PRINT-WORKSHEET-EXIT.
003020     PERFORM 4000-CLOSE-RETRO-RATES
003030         THRU 4000-CLOSE-RETRO-RATES-EXIT.
003040     PERFORM 9000-TERMINATE-RETRO
003050         THRU 9000-TERMINATE-RETRO-EXIT.
003060     STOP RUN.
003070
003080*----------------------------------------------------------------
003090* 1000-INITIALIZE-RETRO -- THE ADJUSTMENTS ARE ONLY ACCEPTED IN
003100* A SUPPLEMENTAL PERIOD, SO ONE MUST BE STARTED AND UNCLOSED ON
003110* THE CALENDAR BEFORE ANYTHING IS WRITTEN. THE RATE HISTORY AND
003120* PAY HISTORY ARE BOTH REQUIRED. THE OPERATOR ASSIGNS THE BATCH
003130* NUMBER AS FOR A TIME-CLOCK IMPORT.
003140*----------------------------------------------------------------
003150 1000-INITIALIZE-RETRO.
003160     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
003170     PERFORM 1100-LOAD-PAY-CALENDAR
003180         THRU 1100-LOAD-PAY-CALENDAR-EXIT.
003190     IF PAY-SUPPL-PERIOD = ZERO
003200         DISPLAY 'NO SUPPLEMENTAL PERIOD IS OPEN ON THE PAY '
003210             'CALENDAR - RETRO PAY IS PAID OFF CYCLE - RUN '
003220             'TERMINATED.'
003230         STOP RUN
003240     END-IF.
003250     PERFORM 1200-LOAD-RATE-HISTORY
003260         THRU 1200-LOAD-RATE-HISTORY-EXIT.
003270     IF PAY-PENDING-COUNT = ZERO
003280         DISPLAY 'NO RATE CHANGES ARE PENDING RETRO - NOTHING '
003290             'TO PAY - RUN TERMINATED.'
003300         CLOSE RATE-FILE
003310         STOP RUN
003320     END-IF.
003330     DISPLAY 'ENTER THE BATCH NUMBER FOR THIS RETRO RUN:'.
003340     ACCEPT PAY-BATCH-NUMBER.
003350     IF PAY-BATCH-NUMBER NOT NUMERIC
003360         OR PAY-BATCH-NUMBER = ZERO
003370         DISPLAY 'BATCH NUMBER MUST BE A NON-ZERO NUMBER - '
003380             'RUN TERMINATED.'
003390         CLOSE RATE-FILE
003400         STOP RUN
003410     END-IF.
003420     OPEN INPUT HISTORY-FILE.
003430     IF PAY-HIST-STATUS NOT = '00'
003440         DISPLAY 'NO PAY HISTORY FILE FOUND - NOTHING HAS CLOSED '
003450             '- RUN TERMINATED.'
003460         CLOSE RATE-FILE
003470         STOP RUN
003480     END-IF.
003490     OPEN OUTPUT WORKSHEET-FILE.
003500     IF PAY-WORKSHEET-STATUS NOT = '00'
003510         DISPLAY 'ERROR OPENING RETRO WORKSHEET - FILE STATUS: '
003520             PAY-WORKSHEET-STATUS ' - RUN TERMINATED.'
003530         CLOSE RATE-FILE
003540         CLOSE HISTORY-FILE
003550         STOP RUN
003560     END-IF.
003570     PERFORM 2050-READ-HISTORY-RECORD
003580         THRU 2050-READ-HISTORY-RECORD-EXIT.
003590 1000-INITIALIZE-RETRO-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------------
003630* 1100-LOAD-PAY-CALENDAR -- KEEP EVERY PERIOD'S START DATE, NOTE
003640* THE LATEST CLOSED PERIOD'S START (A RATE CHANGE DATED AFTER IT
003650* REACHES NO CLOSED PERIOD YET AND STAYS PENDING) AND FIND THE
003660* STARTED, UNCLOSED SUPPLEMENTAL PERIOD THE ADJUSTMENTS PAY IN.
003670*----------------------------------------------------------------
003680 1100-LOAD-PAY-CALENDAR.
003690     OPEN INPUT CALENDAR-FILE.
003700     IF PAY-CAL-STATUS NOT = '00'
003710         DISPLAY 'NO PAY CALENDAR FOUND - RUN TERMINATED.'
003720         STOP RUN
003730     END-IF.
003740     PERFORM 1110-READ-CALENDAR-RECORD
003750         THRU 1110-READ-CALENDAR-RECORD-EXIT
003760         UNTIL PAY-END-OF-CAL = 'Y'.
003770     CLOSE CALENDAR-FILE.
003780 1100-LOAD-PAY-CALENDAR-EXIT.
003790     EXIT.
003800
003810 1110-READ-CALENDAR-RECORD.
003820     READ CALENDAR-FILE
003830         AT END
003840             MOVE 'Y' TO PAY-END-OF-CAL
003850             GO TO 1110-READ-CALENDAR-RECORD-EXIT
003860     END-READ.
003870     IF PAY-CAL-COUNT >= PAY-CAL-MAX-ENTRIES
003880         DISPLAY 'PAY CALENDAR EXCEEDS THE '
003890             PAY-CAL-MAX-ENTRIES ' PERIOD TABLE '
003900             'CAPACITY - RUN TERMINATED.'
003910         CLOSE CALENDAR-FILE
003920         STOP RUN
003930     END-IF.
003940     ADD 1 TO PAY-CAL-COUNT.
003950     MOVE CAL-PERIOD-NUMBER TO PAY-C-PERIOD-NUMBER(PAY-CAL-COUNT).
003960     MOVE CAL-START-DATE TO PAY-C-START-DATE(PAY-CAL-COUNT).
003970     IF CAL-PERIOD-CLOSED
003980         AND CAL-START-DATE > PAY-LAST-CLOSED-START
003990         MOVE CAL-START-DATE TO PAY-LAST-CLOSED-START
004000     END-IF.
004010     IF PAY-SUPPL-PERIOD = ZERO
004020         AND CAL-TYPE-SUPPLEMENTAL
004030         AND NOT CAL-PERIOD-CLOSED
004040         AND CAL-START-DATE <= PAY-RUN-DATE
004050         MOVE CAL-PERIOD-NUMBER TO PAY-SUPPL-PERIOD
004060     END-IF.
004070 1110-READ-CALENDAR-RECORD-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------
004110* 1200-LOAD-RATE-HISTORY -- THE RATE HISTORY IS OPENED FOR
004120* UPDATE (THE CHANGES MADE GOOD ARE STAMPED AT THE END) AND
004130* READ THROUGH IN KEY ORDER INTO THE RATE TABLE.
004140*----------------------------------------------------------------
004150 1200-LOAD-RATE-HISTORY.
004160     OPEN I-O RATE-FILE.
004170     IF PAY-RATE-STATUS NOT = '00'
004180         DISPLAY 'NO PAY RATE HISTORY FOUND - RUN RateMaint '
004190             'FIRST - RUN TERMINATED.'
004200         STOP RUN
004210     END-IF.
004220     MOVE ZERO TO RTE-EMPLOYEE-NUMBER.
004230     MOVE ZERO TO RTE-EFFECTIVE-DATE.
004240     START RATE-FILE KEY NOT < RTE-RATE-KEY
004250         INVALID KEY
004260             MOVE 'Y' TO PAY-END-OF-RATES
004270     END-START.
004280     PERFORM 1210-READ-RATE-RECORD
004290         THRU 1210-READ-RATE-RECORD-EXIT
004300         UNTIL PAY-END-OF-RATES = 'Y'.
004310 1200-LOAD-RATE-HISTORY-EXIT.
004320     EXIT.
004330
004340 1210-READ-RATE-RECORD.
004350     READ RATE-FILE NEXT RECORD
004360         AT END
004370             MOVE 'Y' TO PAY-END-OF-RATES
004380             GO TO 1210-READ-RATE-RECORD-EXIT
004390     END-READ.
004400     IF PAY-RT-COUNT >= PAY-RT-MAX-ENTRIES
004410         DISPLAY 'PAY RATE HISTORY EXCEEDS THE '
004420             PAY-RT-MAX-ENTRIES ' ENTRY RATE TABLE '
004430             'CAPACITY - RUN TERMINATED.'
004440         CLOSE RATE-FILE
004450         STOP RUN
004460     END-IF.
004470     ADD 1 TO PAY-RT-COUNT.
004480     MOVE RTE-EMPLOYEE-NUMBER TO
004490         PAY-R-EMPLOYEE-NUMBER(PAY-RT-COUNT).
004500     MOVE RTE-EFFECTIVE-DATE TO
004510         PAY-R-EFFECTIVE-DATE(PAY-RT-COUNT).
004520     MOVE RTE-SALARY-CODE TO PAY-R-SALARY-CODE(PAY-RT-COUNT).
004530     MOVE RTE-HOURLY-RATE TO PAY-R-HOURLY-RATE(PAY-RT-COUNT).
004540     MOVE RTE-SALARY-AMOUNT TO
004550         PAY-R-SALARY-AMOUNT(PAY-RT-COUNT).
004560     MOVE RTE-RETRO-STATUS TO
004570         PAY-R-RETRO-STATUS(PAY-RT-COUNT).
004580     IF RTE-RETRO-PENDING
004590         ADD 1 TO PAY-PENDING-COUNT
004600     END-IF.
004610 1210-READ-RATE-RECORD-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------------
004650* 2000-PROCESS-HISTORY-RECORD -- ONE CLOSED PAYMENT. A NORMAL
004660* (N) PAYMENT FOR AN EMPLOYEE WITH A CHANGE PENDING RETRO, IN A
004670* PERIOD STARTING ON OR AFTER THE EARLIEST PENDING EFFECTIVE
004680* DATE, IS RECOMPUTED ONTO THE WORKSHEET. A VOID (V) MARKS THE
004690* PERIOD IT REVERSED FOR REVIEW BY HAND.
004700*----------------------------------------------------------------
004710 2000-PROCESS-HISTORY-RECORD.
004720     ADD 1 TO PAY-HISTORY-READ-COUNT.
004730     IF HST-TYPE-VOID
004740         PERFORM 2600-MARK-VOIDED-PERIOD
004750             THRU 2600-MARK-VOIDED-PERIOD-EXIT
004760         GO TO 2000-PROCESS-NEXT-RECORD
004770     END-IF.
004780     IF NOT HST-TYPE-NORMAL
004790         OR HST-PAY-PERIOD NOT NUMERIC
004800         GO TO 2000-PROCESS-NEXT-RECORD
004810     END-IF.
004820     PERFORM 2100-FIND-PERIOD-START
004830         THRU 2100-FIND-PERIOD-START-EXIT.
004840     IF PAY-CAL-MATCHED = 'N'
004850         ADD 1 TO PAY-OFF-CALENDAR-COUNT
004860         GO TO 2000-PROCESS-NEXT-RECORD
004870     END-IF.
004880     MOVE HST-EMPLOYEE-NUMBER TO PAY-LOOKUP-NUMBER.
004890     MOVE PAY-PERIOD-START TO PAY-LOOKUP-DATE.
004900     PERFORM 2200-FIND-RATES-IN-EFFECT
004910         THRU 2200-FIND-RATES-IN-EFFECT-EXIT.
004920     IF PAY-PENDING-EFFECTIVE = ZERO
004930         OR PAY-PERIOD-START < PAY-PENDING-EFFECTIVE
004940         OR PAY-NEW-FOUND = 'N'
004950         GO TO 2000-PROCESS-NEXT-RECORD
004960     END-IF.
004970     PERFORM 2300-RECOMPUTE-PERIOD
004980         THRU 2300-RECOMPUTE-PERIOD-EXIT.
004990     PERFORM 2400-POST-WORKSHEET-ENTRY
005000         THRU 2400-POST-WORKSHEET-ENTRY-EXIT.
005010 2000-PROCESS-NEXT-RECORD.
005020     PERFORM 2050-READ-HISTORY-RECORD
005030         THRU 2050-READ-HISTORY-RECORD-EXIT.
005040 2000-PROCESS-HISTORY-RECORD-EXIT.
005050     EXIT.
005060
005070 2050-READ-HISTORY-RECORD.
005080     READ HISTORY-FILE
005090         AT END
005100             MOVE 'Y' TO PAY-END-OF-HIST
005110     END-READ.
005120 2050-READ-HISTORY-RECORD-EXIT.
005130     EXIT.
005140
005150 2100-FIND-PERIOD-START.
005160     MOVE 'N' TO PAY-CAL-MATCHED.
005170     MOVE ZERO TO PAY-PERIOD-START.
005180     IF PAY-CAL-COUNT > ZERO
005190         SET PAY-CAL-IDX TO 1
005200         SEARCH PAY-CAL-ENTRY
005210             AT END
005220                 CONTINUE
005230             WHEN PAY-C-PERIOD-NUMBER(PAY-CAL-IDX) =
005240                     HST-PAY-PERIOD
005250                 MOVE 'Y' TO PAY-CAL-MATCHED
005260                 MOVE PAY-C-START-DATE(PAY-CAL-IDX) TO
005270                     PAY-PERIOD-START
005280         END-SEARCH
005290     END-IF.
005300 2100-FIND-PERIOD-START-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------------
005340* 2200-FIND-RATES-IN-EFFECT -- WALK PAY-LOOKUP-NUMBER'S RATE
005350* CHANGES (OLDEST FIRST) AS OF PAY-LOOKUP-DATE. THE LAST ONE
005360* DATED ON OR BEFORE IT IS THE RATE IN EFFECT.
005370*----------------------------------------------------------------
005380 2200-FIND-RATES-IN-EFFECT.
005390     MOVE ZERO TO PAY-PENDING-EFFECTIVE.
005400     MOVE 'N' TO PAY-NEW-FOUND.
005410     MOVE 'N' TO PAY-DONE-FOUND.
005420     MOVE 'N' TO PAY-RT-BREAK.
005430     IF PAY-RT-COUNT = ZERO
005440         GO TO 2200-FIND-RATES-IN-EFFECT-EXIT
005450     END-IF.
005460     SET PAY-RT-IDX TO 1.
005470     SEARCH PAY-RT-ENTRY
005480         AT END
005490             GO TO 2200-FIND-RATES-IN-EFFECT-EXIT
005500         WHEN PAY-R-EMPLOYEE-NUMBER(PAY-RT-IDX) =
005510                 PAY-LOOKUP-NUMBER
005520             CONTINUE
005530     END-SEARCH.
005540     SET PAY-RT-SCAN-IDX TO PAY-RT-IDX.
005550     PERFORM 2210-CHECK-ONE-RATE
005560         THRU 2210-CHECK-ONE-RATE-EXIT
005570         VARYING PAY-RT-SCAN-IDX FROM PAY-RT-SCAN-IDX BY 1
005580         UNTIL PAY-RT-SCAN-IDX > PAY-RT-COUNT
005590         OR PAY-RT-BREAK = 'Y'.
005600 2200-FIND-RATES-IN-EFFECT-EXIT.
005610     EXIT.
005620
005630 2210-CHECK-ONE-RATE.
005640     IF PAY-R-EMPLOYEE-NUMBER(PAY-RT-SCAN-IDX) NOT =
005650             PAY-LOOKUP-NUMBER
005660         MOVE 'Y' TO PAY-RT-BREAK
005670         GO TO 2210-CHECK-ONE-RATE-EXIT
005680     END-IF.
005690     IF PAY-R-RETRO-STATUS(PAY-RT-SCAN-IDX) = 'P'
005700         AND PAY-PENDING-EFFECTIVE = ZERO
005710         MOVE PAY-R-EFFECTIVE-DATE(PAY-RT-SCAN-IDX) TO
005720             PAY-PENDING-EFFECTIVE
005730     END-IF.
005740     IF PAY-R-EFFECTIVE-DATE(PAY-RT-SCAN-IDX) > PAY-LOOKUP-DATE
005750         GO TO 2210-CHECK-ONE-RATE-EXIT
005760     END-IF.
005770     MOVE 'Y' TO PAY-NEW-FOUND.
005780     MOVE PAY-R-SALARY-CODE(PAY-RT-SCAN-IDX) TO PAY-NEW-CODE.
005790     MOVE PAY-R-HOURLY-RATE(PAY-RT-SCAN-IDX) TO PAY-NEW-RATE.
005800     MOVE PAY-R-SALARY-AMOUNT(PAY-RT-SCAN-IDX) TO PAY-NEW-AMOUNT.
005810     IF PAY-R-RETRO-STATUS(PAY-RT-SCAN-IDX) = 'D'
005820         MOVE 'Y' TO PAY-DONE-FOUND
005830         MOVE PAY-R-SALARY-CODE(PAY-RT-SCAN-IDX) TO PAY-DONE-CODE
005840         MOVE PAY-R-HOURLY-RATE(PAY-RT-SCAN-IDX) TO PAY-DONE-RATE
005850         MOVE PAY-R-SALARY-AMOUNT(PAY-RT-SCAN-IDX) TO
005860             PAY-DONE-AMOUNT
005870     END-IF.
005880 2210-CHECK-ONE-RATE-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------
005920* 2300-RECOMPUTE-PERIOD -- WHAT THE PERIOD PAID AGAINST WHAT IT
005930* SHOULD HAVE PAID. THE RATE ALREADY PAID IS THE ONE ON THE
005940* HISTORY RECORD, OR A HIGHER ONE AN EARLIER RETRO RUN HAS
005950* ALREADY MADE GOOD. SALARIED PERIODS COMPARE THE PER-PERIOD
005960* SALARY; HOURLY PERIODS RE-RUN THE HOURS PAID THROUGH THE
005970* STRAIGHT-TIME / OVERTIME SPLIT AT BOTH RATES. A PERIOD PAID
005980* ON THE OTHER BASIS THAN THE RATE NOW IN EFFECT IS FLAGGED
005990* AND NOT RECOMPUTED.
006000*----------------------------------------------------------------
006010 2300-RECOMPUTE-PERIOD.
006020     MOVE SPACE TO PAY-WK-FLAG.
006030     IF HST-SALARY-CODE = 'S'
006040         MOVE 'S' TO PAY-WK-SALARY-CODE
006050         MOVE ZERO TO PAY-WK-HOURS-WORKED
006060         IF HST-SALARY-AMOUNT NUMERIC
006070             MOVE HST-SALARY-AMOUNT TO PAY-WK-OLD-RATE
006080         ELSE
006090             MOVE ZERO TO PAY-WK-OLD-RATE
006100         END-IF
006110         IF PAY-DONE-FOUND = 'Y'
006120             AND PAY-DONE-CODE = 'S'
006130             AND PAY-DONE-AMOUNT > PAY-WK-OLD-RATE
006140             MOVE PAY-DONE-AMOUNT TO PAY-WK-OLD-RATE
006150         END-IF
006160         IF PAY-NEW-CODE = 'S'
006170             MOVE PAY-NEW-AMOUNT TO PAY-WK-NEW-RATE
006180         ELSE
006190             MOVE 'B' TO PAY-WK-FLAG
006200             MOVE PAY-WK-OLD-RATE TO PAY-WK-NEW-RATE
006210         END-IF
006220         MOVE PAY-WK-OLD-RATE TO PAY-WK-OLD-GROSS
006230         MOVE PAY-WK-NEW-RATE TO PAY-WK-NEW-GROSS
006240     ELSE
006250         MOVE 'H' TO PAY-WK-SALARY-CODE
006260         IF HST-HOURS-WORKED NUMERIC
006270             MOVE HST-HOURS-WORKED TO PAY-WK-HOURS-WORKED
006280         ELSE
006290             MOVE ZERO TO PAY-WK-HOURS-WORKED
006300         END-IF
006310         IF HST-HOURLY-RATE NUMERIC
006320             MOVE HST-HOURLY-RATE TO PAY-WK-OLD-RATE
006330         ELSE
006340             MOVE ZERO TO PAY-WK-OLD-RATE
006350         END-IF
006360         IF PAY-DONE-FOUND = 'Y'
006370             AND PAY-DONE-CODE = 'H'
006380             AND PAY-DONE-RATE > PAY-WK-OLD-RATE
006390             MOVE PAY-DONE-RATE TO PAY-WK-OLD-RATE
006400         END-IF
006410         IF PAY-NEW-CODE = 'H'
006420             MOVE PAY-NEW-RATE TO PAY-WK-NEW-RATE
006430         ELSE
006440             MOVE 'B' TO PAY-WK-FLAG
006450             MOVE PAY-WK-OLD-RATE TO PAY-WK-NEW-RATE
006460         END-IF
006470         MOVE PAY-WK-OLD-RATE TO PAY-CALC-RATE
006480         PERFORM 2310-CALCULATE-HOURLY-GROSS
006490             THRU 2310-CALCULATE-HOURLY-GROSS-EXIT
006500         MOVE PAY-CALC-GROSS TO PAY-WK-OLD-GROSS
006510         MOVE PAY-WK-NEW-RATE TO PAY-CALC-RATE
006520         PERFORM 2310-CALCULATE-HOURLY-GROSS
006530             THRU 2310-CALCULATE-HOURLY-GROSS-EXIT
006540         MOVE PAY-CALC-GROSS TO PAY-WK-NEW-GROSS
006550     END-IF.
006560     ADD 1 TO PAY-RECOMPUTED-COUNT.
006570 2300-RECOMPUTE-PERIOD-EXIT.
006580     EXIT.
006590
006600*----------------------------------------------------------------
006610* 2310-CALCULATE-HOURLY-GROSS -- THE SAME SPLIT AS
006620* 2500-CALCULATE-GROSS-PAY IN Payroll.cbl: STRAIGHT TIME UP TO
006630* THE STANDARD HOURS, TIME AND A HALF BEYOND.
006640*----------------------------------------------------------------
006650 2310-CALCULATE-HOURLY-GROSS.
006660     IF PAY-WK-HOURS-WORKED > PAY-STANDARD-HOURS
006670         COMPUTE PAY-CALC-GROSS =
006680             (PAY-STANDARD-HOURS * PAY-CALC-RATE) +
006690             ((PAY-WK-HOURS-WORKED - PAY-STANDARD-HOURS) *
006700                 PAY-CALC-RATE * PAY-OVERTIME-FACTOR)
006710     ELSE
006720         COMPUTE PAY-CALC-GROSS =
006730             PAY-WK-HOURS-WORKED * PAY-CALC-RATE
006740     END-IF.
006750 2310-CALCULATE-HOURLY-GROSS-EXIT.
006760     EXIT.
006770
006780*----------------------------------------------------------------
006790* 2400-POST-WORKSHEET-ENTRY -- FIND WHERE THE EMPLOYEE AND
006800* PERIOD BELONG IN THE ORDERED WORKSHEET TABLE. AN EXISTING
006810* ENTRY (A PERIOD CLOSED A SECOND TIME) IS REPLACED, AS THE
006820* LAST HISTORY RECORD FOR A PERIOD WINS IN Payroll.cbl;
006830* OTHERWISE THE ENTRIES BELOW ARE MOVED DOWN ONE AND THE NEW
006840* ONE GOES IN.
006850*----------------------------------------------------------------
006860 2400-POST-WORKSHEET-ENTRY.
006870     MOVE HST-EMPLOYEE-NUMBER TO PAY-NEW-EMPLOYEE-NUMBER.
006880     MOVE HST-PAY-PERIOD TO PAY-NEW-PERIOD-NUMBER.
006890     COMPUTE PAY-INS-POS = PAY-RW-COUNT + 1.
006900     MOVE 'N' TO PAY-INS-FOUND.
006910     PERFORM 2410-FIND-INSERT-POSITION
006920         THRU 2410-FIND-INSERT-POSITION-EXIT
006930         VARYING PAY-INS-IDX FROM 1 BY 1
006940         UNTIL PAY-INS-IDX > PAY-RW-COUNT
006950         OR PAY-INS-FOUND = 'Y'.
006960     IF PAY-INS-POS <= PAY-RW-COUNT
006970         IF PAY-RW-SORT-KEY(PAY-INS-POS) = PAY-NEW-KEY
006980             GO TO 2400-MOVE-ENTRY-FIELDS
006990         END-IF
007000     END-IF.
007010     IF PAY-RW-COUNT >= PAY-RW-MAX-ENTRIES
007020         DISPLAY 'PERIODS TO RECOMPUTE EXCEED THE '
007030             PAY-RW-MAX-ENTRIES ' ENTRY WORKSHEET TABLE '
007040             'CAPACITY - RUN TERMINATED.'
007050         STOP RUN
007060     END-IF.
007070     ADD 1 TO PAY-RW-COUNT.
007080     IF PAY-INS-POS < PAY-RW-COUNT
007090         PERFORM 2420-MOVE-ENTRY-DOWN
007100             THRU 2420-MOVE-ENTRY-DOWN-EXIT
007110             VARYING PAY-SHIFT-IDX FROM PAY-RW-COUNT BY -1
007120             UNTIL PAY-SHIFT-IDX <= PAY-INS-POS
007130     END-IF.
007140 2400-MOVE-ENTRY-FIELDS.
007150     MOVE PAY-NEW-KEY TO PAY-RW-SORT-KEY(PAY-INS-POS).
007160     MOVE HST-EMPLOYEE-INITIAL TO PAY-RW-INITIAL(PAY-INS-POS).
007170     MOVE HST-EMPLOYEE-LASTNAME TO PAY-RW-LASTNAME(PAY-INS-POS).
007180     MOVE HST-DEPARTMENT-CODE TO
007190         PAY-RW-DEPARTMENT-CODE(PAY-INS-POS).
007200     MOVE PAY-PERIOD-START TO PAY-RW-START-DATE(PAY-INS-POS).
007210     MOVE PAY-PENDING-EFFECTIVE TO
007220         PAY-RW-EFFECTIVE-DATE(PAY-INS-POS).
007230     MOVE PAY-WK-SALARY-CODE TO PAY-RW-SALARY-CODE(PAY-INS-POS).
007240     MOVE PAY-WK-HOURS-WORKED TO
007250         PAY-RW-HOURS-WORKED(PAY-INS-POS).
007260     MOVE PAY-WK-OLD-RATE TO PAY-RW-OLD-RATE(PAY-INS-POS).
007270     MOVE PAY-WK-NEW-RATE TO PAY-RW-NEW-RATE(PAY-INS-POS).
007280     MOVE PAY-WK-OLD-GROSS TO PAY-RW-OLD-GROSS(PAY-INS-POS).
007290     MOVE PAY-WK-NEW-GROSS TO PAY-RW-NEW-GROSS(PAY-INS-POS).
007300     MOVE PAY-WK-FLAG TO PAY-RW-FLAG(PAY-INS-POS).
007310 2400-POST-WORKSHEET-ENTRY-EXIT.
007320     EXIT.
007330
007340 2410-FIND-INSERT-POSITION.
007350     IF PAY-RW-SORT-KEY(PAY-INS-IDX) NOT < PAY-NEW-KEY
007360         MOVE PAY-INS-IDX TO PAY-INS-POS
007370         MOVE 'Y' TO PAY-INS-FOUND
007380     END-IF.
007390 2410-FIND-INSERT-POSITION-EXIT.
007400     EXIT.
007410
007420 2420-MOVE-ENTRY-DOWN.
007430     MOVE PAY-RW-ENTRY(PAY-SHIFT-IDX - 1) TO
007440         PAY-RW-ENTRY(PAY-SHIFT-IDX).
007450 2420-MOVE-ENTRY-DOWN-EXIT.
007460     EXIT.
007470
007480*----------------------------------------------------------------
007490* 2600-MARK-VOIDED-PERIOD -- A VOID CLOSED IN A SUPPLEMENTAL
007500* PERIOD REVERSED THE PAYMENT OF ITS REFERENCE PERIOD. WHAT
007510* REPLACED IT (IF ANYTHING) IS NOT A NORMAL HISTORY RECORD, SO
007520* THE PERIOD IS LEFT FOR REVIEW RATHER THAN RECOMPUTED.
007530*----------------------------------------------------------------
007540 2600-MARK-VOIDED-PERIOD.
007550     IF PAY-RW-COUNT = ZERO
007560         OR HST-REFERENCE-PERIOD NOT NUMERIC
007570         GO TO 2600-MARK-VOIDED-PERIOD-EXIT
007580     END-IF.
007590     MOVE HST-EMPLOYEE-NUMBER TO PAY-NEW-EMPLOYEE-NUMBER.
007600     MOVE HST-REFERENCE-PERIOD TO PAY-NEW-PERIOD-NUMBER.
007610     MOVE 'N' TO PAY-RW-MATCHED.
007620     SET PAY-RW-IDX TO 1.
007630     SEARCH PAY-RW-ENTRY
007640         AT END
007650             CONTINUE
007660         WHEN PAY-RW-SORT-KEY(PAY-RW-IDX) = PAY-NEW-KEY
007670             MOVE 'Y' TO PAY-RW-MATCHED
007680             MOVE 'V' TO PAY-RW-FLAG(PAY-RW-IDX)
007690     END-SEARCH.
007700 2600-MARK-VOIDED-PERIOD-EXIT.
007710     EXIT.
007720
007730*----------------------------------------------------------------
007740* 3000-PRINT-WORKSHEET -- ONE SECTION PER EMPLOYEE, PERIODS IN
007750* ORDER. AS EACH EMPLOYEE'S SECTION ENDS ITS ADJUSTMENT IS
007760* WRITTEN. THE BATCH TRAILER FOLLOWS THE LAST ONE.
007770*----------------------------------------------------------------
007780 3000-PRINT-WORKSHEET.
007790     MOVE PAY-BATCH-NUMBER TO RW-BATCH-NUMBER.
007800     MOVE PAY-SUPPL-PERIOD TO RW-SUPPL-PERIOD.
007810     MOVE PAY-RUN-DATE TO RW-RUN-DATE.
007820     WRITE WORKSHEET-LINE FROM RW-TITLE-LINE.
007830     IF PAY-RW-COUNT = ZERO
007840         WRITE WORKSHEET-LINE FROM RW-BLANK-LINE
007850         MOVE 'NO CLOSED PERIOD IS REACHED BY A PENDING RATE '
007860             TO WORKSHEET-LINE
007870         WRITE WORKSHEET-LINE
007880         MOVE 'CHANGE - NO RETRO PAY DUE.' TO WORKSHEET-LINE
007890         WRITE WORKSHEET-LINE
007900         GO TO 3000-PRINT-WORKSHEET-EXIT
007910     END-IF.
007920     MOVE 1 TO PAY-GROUP-START.
007930     PERFORM 3100-PRINT-EMPLOYEE-SECTION
007940         THRU 3100-PRINT-EMPLOYEE-SECTION-EXIT
007950         UNTIL PAY-GROUP-START > PAY-RW-COUNT.
007960     WRITE WORKSHEET-LINE FROM RW-BLANK-LINE.
007970     MOVE 'TOTAL RETRO PAY IN THE BATCH' TO RW-TOTAL-LABEL.
007980     MOVE SPACES TO RW-REF-LABEL.
007990     MOVE SPACES TO RW-REF-PERIOD.
008000     MOVE PAY-TOTAL-RETRO TO RW-TOTAL-AMOUNT.
008010     WRITE WORKSHEET-LINE FROM RW-TOTAL-LINE.
008020     IF PAY-TRANS-OPEN = 'Y'
008030         PERFORM 3400-WRITE-BATCH-TRAILER
008040             THRU 3400-WRITE-BATCH-TRAILER-EXIT
008050     END-IF.
008060 3000-PRINT-WORKSHEET-EXIT.
008070     EXIT.
008080
008090 3100-PRINT-EMPLOYEE-SECTION.
008100     MOVE PAY-RW-EMPLOYEE-NUMBER(PAY-GROUP-START) TO
008110         PAY-GROUP-EMPLOYEE.
008120     MOVE PAY-GROUP-START TO PAY-GROUP-END.
008130     MOVE 'N' TO PAY-GROUP-BREAK.
008140     PERFORM 3110-FIND-GROUP-END
008150         THRU 3110-FIND-GROUP-END-EXIT
008160         VARYING PAY-RW-WRITE-IDX FROM PAY-GROUP-START BY 1
008170         UNTIL PAY-RW-WRITE-IDX > PAY-RW-COUNT
008180         OR PAY-GROUP-BREAK = 'Y'.
008190     WRITE WORKSHEET-LINE FROM RW-BLANK-LINE.
008200     MOVE PAY-GROUP-EMPLOYEE TO RW-EMPLOYEE-NUMBER.
008210     MOVE PAY-RW-INITIAL(PAY-GROUP-END) TO RW-EMPLOYEE-INITIAL.
008220     MOVE PAY-RW-LASTNAME(PAY-GROUP-END) TO RW-EMPLOYEE-LASTNAME.
008230     MOVE PAY-RW-EFFECTIVE-DATE(PAY-GROUP-START) TO
008240         RW-EFFECTIVE-DATE.
008250     WRITE WORKSHEET-LINE FROM RW-EMPLOYEE-LINE.
008260     WRITE WORKSHEET-LINE FROM RW-COLUMN-LINE.
008270     MOVE ZERO TO PAY-GROUP-TOTAL.
008280     MOVE ZERO TO PAY-GROUP-REF-PERIOD.
008290     PERFORM 3200-PRINT-DETAIL-LINE
008300         THRU 3200-PRINT-DETAIL-LINE-EXIT
008310         VARYING PAY-RW-WRITE-IDX FROM PAY-GROUP-START BY 1
008320         UNTIL PAY-RW-WRITE-IDX > PAY-GROUP-END.
008330     MOVE PAY-GROUP-TOTAL TO RW-TOTAL-AMOUNT.
008340     IF PAY-GROUP-TOTAL > ZERO
008350         MOVE 'RETRO PAY DUE - ONE ADJUSTMENT' TO
008360             RW-TOTAL-LABEL
008370         MOVE 'AGAINST PERIOD' TO RW-REF-LABEL
008380         MOVE PAY-GROUP-REF-PERIOD TO RW-REF-PERIOD
008390         PERFORM 3300-WRITE-ADJUSTMENT
008400             THRU 3300-WRITE-ADJUSTMENT-EXIT
008410     ELSE
008420         MOVE 'NO RETRO PAY DUE' TO RW-TOTAL-LABEL
008430         MOVE SPACES TO RW-REF-LABEL
008440         MOVE SPACES TO RW-REF-PERIOD
008450     END-IF.
008460     WRITE WORKSHEET-LINE FROM RW-TOTAL-LINE.
008470     COMPUTE PAY-GROUP-START = PAY-GROUP-END + 1.
008480 3100-PRINT-EMPLOYEE-SECTION-EXIT.
008490     EXIT.
008500
008510 3110-FIND-GROUP-END.
008520     IF PAY-RW-EMPLOYEE-NUMBER(PAY-RW-WRITE-IDX) =
008530             PAY-GROUP-EMPLOYEE
008540         MOVE PAY-RW-WRITE-IDX TO PAY-GROUP-END
008550     ELSE
008560         MOVE 'Y' TO PAY-GROUP-BREAK
008570     END-IF.
008580 3110-FIND-GROUP-END-EXIT.
008590     EXIT.
008600
008610*----------------------------------------------------------------
008620* 3200-PRINT-DETAIL-LINE -- A DECREASE IS NOT CLAWED BACK; ONLY
008630* A PERIOD THAT PAID LESS THAN IT SHOULD HAVE CARRIES RETRO. THE
008640* EARLIEST SUCH PERIOD IS THE ADJUSTMENT'S REFERENCE PERIOD.
008650*----------------------------------------------------------------
008660 3200-PRINT-DETAIL-LINE.
008670     MOVE ZERO TO PAY-PERIOD-RETRO.
008680     IF PAY-RW-FLAG(PAY-RW-WRITE-IDX) = SPACE
008690         AND PAY-RW-NEW-GROSS(PAY-RW-WRITE-IDX) >
008700             PAY-RW-OLD-GROSS(PAY-RW-WRITE-IDX)
008710         COMPUTE PAY-PERIOD-RETRO =
008720             PAY-RW-NEW-GROSS(PAY-RW-WRITE-IDX) -
008730             PAY-RW-OLD-GROSS(PAY-RW-WRITE-IDX)
008740     END-IF.
008750     MOVE PAY-RW-PERIOD-NUMBER(PAY-RW-WRITE-IDX) TO
008760         RW-PERIOD-NUMBER.
008770     MOVE PAY-RW-START-DATE(PAY-RW-WRITE-IDX) TO RW-START-DATE.
008780     MOVE PAY-RW-SALARY-CODE(PAY-RW-WRITE-IDX) TO
008790         RW-SALARY-CODE.
008800     MOVE PAY-RW-HOURS-WORKED(PAY-RW-WRITE-IDX) TO
008810         RW-HOURS-WORKED.
008820     MOVE PAY-RW-OLD-RATE(PAY-RW-WRITE-IDX) TO RW-OLD-RATE.
008830     MOVE PAY-RW-NEW-RATE(PAY-RW-WRITE-IDX) TO RW-NEW-RATE.
008840     MOVE PAY-RW-OLD-GROSS(PAY-RW-WRITE-IDX) TO RW-OLD-GROSS.
008850     MOVE PAY-RW-NEW-GROSS(PAY-RW-WRITE-IDX) TO RW-NEW-GROSS.
008860     MOVE PAY-PERIOD-RETRO TO RW-RETRO.
008870     WRITE WORKSHEET-LINE FROM RW-DETAIL-LINE.
008880     EVALUATE PAY-RW-FLAG(PAY-RW-WRITE-IDX)
008890         WHEN 'V'
008900             MOVE 'VOIDED AFTER IT CLOSED - REVIEW BY HAND'
008910                 TO RW-NOTE
008920             WRITE WORKSHEET-LINE FROM RW-NOTE-LINE
008930             ADD 1 TO PAY-REVIEW-COUNT
008940         WHEN 'B'
008950             MOVE 'PAID ON THE OTHER BASIS (H/S) - REVIEW BY HAND'
008960                 TO RW-NOTE
008970             WRITE WORKSHEET-LINE FROM RW-NOTE-LINE
008980             ADD 1 TO PAY-REVIEW-COUNT
008990         WHEN OTHER
009000             CONTINUE
009010     END-EVALUATE.
009020     IF PAY-PERIOD-RETRO > ZERO
009030         ADD PAY-PERIOD-RETRO TO PAY-GROUP-TOTAL
009040         IF PAY-GROUP-REF-PERIOD = ZERO
009050             MOVE PAY-RW-PERIOD-NUMBER(PAY-RW-WRITE-IDX) TO
009060                 PAY-GROUP-REF-PERIOD
009070         END-IF
009080     END-IF.
009090 3200-PRINT-DETAIL-LINE-EXIT.
009100     EXIT.
009110
009120*----------------------------------------------------------------
009130* 3300-WRITE-ADJUSTMENT -- Payroll.cbl REWRITES THE ONE MASTER
009140* RECORD PER EMPLOYEE ON EACH ADJUSTMENT, SO THE WHOLE RETRO
009150* GOES AS A SINGLE J: A SALARY-CODED LUMP SUM (GROSS = THE
009160* AMOUNT, NO HOURS TO DOUBLE-COUNT) AGAINST THE EARLIEST PERIOD
009170* IT CORRECTS. AN HOURLY EMPLOYEE'S J CARRIES THE RATE NOW IN
009180* EFFECT, SO THE MASTER -- AND THE NEXT TIME-CLOCK IMPORT --
009190* PICKS UP THE NEW RATE. THE BATCH HEADER IS WRITTEN WITH THE
009200* FIRST ADJUSTMENT, SO A RUN WITH NOTHING DUE LEAVES ANY
009210* PENDING transactions.txt ALONE.
009220*----------------------------------------------------------------
009230 3300-WRITE-ADJUSTMENT.
009240     IF PAY-TRANS-OPEN NOT = 'Y'
009250         PERFORM 3310-WRITE-BATCH-HEADER
009260             THRU 3310-WRITE-BATCH-HEADER-EXIT
009270     END-IF.
009280     MOVE PAY-GROUP-EMPLOYEE TO PAY-LOOKUP-NUMBER.
009290     MOVE PAY-RUN-DATE TO PAY-LOOKUP-DATE.
009300     PERFORM 2200-FIND-RATES-IN-EFFECT
009310         THRU 2200-FIND-RATES-IN-EFFECT-EXIT.
009320     MOVE SPACES TO TRANSACTION-RECORD-IN.
009330     MOVE 'J' TO TRANS-ACTION-CODE.
009340     MOVE PAY-GROUP-EMPLOYEE TO TRANS-EMPLOYEE-NUMBER.
009350     MOVE PAY-RW-INITIAL(PAY-GROUP-END) TO
009360         TRANS-EMPLOYEE-INITIAL.
009370     MOVE PAY-RW-LASTNAME(PAY-GROUP-END) TO
009380         TRANS-EMPLOYEE-LASTNAME.
009390     MOVE ZERO TO TRANS-HOURS-WORKED.
009400     IF PAY-NEW-FOUND = 'Y'
009410         AND PAY-NEW-CODE = 'H'
009420         MOVE PAY-NEW-RATE TO TRANS-HOURLY-RATE
009430     ELSE
009440         MOVE ZERO TO TRANS-HOURLY-RATE
009450     END-IF.
009460     MOVE PAY-GROUP-TOTAL TO TRANS-SALARY-AMOUNT.
009470     MOVE 'S' TO TRANS-SALARY-CODE.
009480     MOVE PAY-RW-DEPARTMENT-CODE(PAY-GROUP-END) TO
009490         TRANS-DEPARTMENT-CODE.
009500     MOVE SPACE TO TRANS-EMPLOY-STATUS.
009510     MOVE ZERO TO TRANS-HIRE-DATE.
009520     MOVE ZERO TO TRANS-TERM-DATE.
009530     MOVE SPACE TO TRANS-LEAVE-TYPE.
009540     MOVE PAY-GROUP-REF-PERIOD TO TRANS-REFERENCE-PERIOD.
009550     WRITE TRANSACTION-RECORD-IN.
009560     IF PAY-TRANS-STATUS NOT = '00'
009570         DISPLAY 'ERROR WRITING TRANSACTION RECORD - FILE '
009580             'STATUS: ' PAY-TRANS-STATUS
009590         MOVE 'Y' TO PAY-TRANS-ERROR
009600         GO TO 3300-WRITE-ADJUSTMENT-EXIT
009610     END-IF.
009620     ADD 1 TO PAY-TRANS-WRITTEN-COUNT.
009630     ADD 1 TO PAY-EMPLOYEE-COUNT.
009640     ADD PAY-GROUP-TOTAL TO PAY-TOTAL-RETRO.
009650     ADD 1 TO PAY-BC-RECORD-COUNT.
009660     ADD TRANS-EMPLOYEE-NUMBER TO PAY-BC-HASH-TOTAL.
009670     ADD TRANS-HOURS-WORKED TO PAY-BC-HOURS-TOTAL.
009680 3300-WRITE-ADJUSTMENT-EXIT.
009690     EXIT.
009700
009710 3310-WRITE-BATCH-HEADER.
009720     OPEN OUTPUT TRANSACTION-FILE.
009730     IF PAY-TRANS-STATUS NOT = '00'
009740         DISPLAY 'ERROR OPENING TRANSACTION FILE - FILE '
009750             'STATUS: ' PAY-TRANS-STATUS ' - RUN TERMINATED.'
009760         STOP RUN
009770     END-IF.
009780     MOVE 'Y' TO PAY-TRANS-OPEN.
009790     MOVE SPACES TO BATCH-HEADER-RECORD.
009800     MOVE 'H' TO BH-RECORD-TYPE.
009810     MOVE PAY-BATCH-NUMBER TO BH-BATCH-NUMBER.
009820     MOVE PAY-RUN-DATE TO BH-CREATION-DATE.
009830     MOVE PAY-ORIGIN-SITE TO BH-ORIGIN-SITE.
009840     WRITE BATCH-HEADER-RECORD.
009850     IF PAY-TRANS-STATUS NOT = '00'
009860         DISPLAY 'ERROR WRITING BATCH HEADER - FILE STATUS: '
009870             PAY-TRANS-STATUS
009880         MOVE 'Y' TO PAY-TRANS-ERROR
009890     END-IF.
009900 3310-WRITE-BATCH-HEADER-EXIT.
009910     EXIT.
009920
009930 3400-WRITE-BATCH-TRAILER.
009940     MOVE SPACES TO BATCH-TRAILER-RECORD.
009950     MOVE 'T' TO BT-RECORD-TYPE.
009960     MOVE PAY-BC-RECORD-COUNT TO BT-RECORD-COUNT.
009970     MOVE PAY-BC-HASH-TOTAL TO BT-EMPLOYEE-HASH-TOTAL.
009980     MOVE PAY-BC-HOURS-TOTAL TO BT-HOURS-TOTAL.
009990     WRITE BATCH-TRAILER-RECORD.
010000     IF PAY-TRANS-STATUS NOT = '00'
010010         DISPLAY 'ERROR WRITING BATCH TRAILER - FILE STATUS: '
010020             PAY-TRANS-STATUS
010030         MOVE 'Y' TO PAY-TRANS-ERROR
010040     END-IF.
010050     CLOSE TRANSACTION-FILE.
010060 3400-WRITE-BATCH-TRAILER-EXIT.
010070     EXIT.
010080
010090*----------------------------------------------------------------
010100* 4000-CLOSE-RETRO-RATES -- EVERY PENDING CHANGE DATED ON OR
010110* BEFORE THE LATEST CLOSED PERIOD'S START HAS NOW HAD ALL ITS
010120* CLOSED PERIODS RECOMPUTED AND IS STAMPED DONE WITH THE RUN
010130* DATE AND BATCH. ONE DATED LATER REACHES NO CLOSED PERIOD YET
010140* AND STAYS PENDING. A BATCH THAT DID NOT WRITE CLEANLY LEAVES
010150* EVERYTHING PENDING SO THE RUN CAN BE REPEATED.
010160*----------------------------------------------------------------
010170 4000-CLOSE-RETRO-RATES.
010180     IF PAY-TRANS-ERROR = 'Y'
010190         DISPLAY 'ADJUSTMENT BATCH NOT WRITTEN CLEANLY - RATE '
010200             'CHANGES LEFT PENDING RETRO.'
010210         GO TO 4000-CLOSE-RETRO-RATES-EXIT
010220     END-IF.
010230     PERFORM 4100-CLOSE-ONE-RATE
010240         THRU 4100-CLOSE-ONE-RATE-EXIT
010250         VARYING PAY-RT-WRITE-IDX FROM 1 BY 1
010260         UNTIL PAY-RT-WRITE-IDX > PAY-RT-COUNT.
010270 4000-CLOSE-RETRO-RATES-EXIT.
010280     EXIT.
010290
010300 4100-CLOSE-ONE-RATE.
010310     IF PAY-R-RETRO-STATUS(PAY-RT-WRITE-IDX) NOT = 'P'
010320         OR PAY-R-EFFECTIVE-DATE(PAY-RT-WRITE-IDX) >
010330             PAY-LAST-CLOSED-START
010340         GO TO 4100-CLOSE-ONE-RATE-EXIT
010350     END-IF.
010360     MOVE PAY-R-EMPLOYEE-NUMBER(PAY-RT-WRITE-IDX) TO
010370         RTE-EMPLOYEE-NUMBER.
010380     MOVE PAY-R-EFFECTIVE-DATE(PAY-RT-WRITE-IDX) TO
010390         RTE-EFFECTIVE-DATE.
010400     READ RATE-FILE KEY IS RTE-RATE-KEY
010410         INVALID KEY
010420             DISPLAY 'RATE CHANGE ' RTE-EMPLOYEE-NUMBER ' '
010430                 RTE-EFFECTIVE-DATE ' NO LONGER ON FILE - NOT '
010440                 'STAMPED DONE.'
010450             GO TO 4100-CLOSE-ONE-RATE-EXIT
010460     END-READ.
010470     MOVE 'D' TO RTE-RETRO-STATUS.
010480     MOVE PAY-RUN-DATE TO RTE-RETRO-DATE.
010490     IF PAY-TRANS-OPEN = 'Y'
010500         MOVE PAY-BATCH-NUMBER TO RTE-RETRO-BATCH
010510     ELSE
010520         MOVE ZERO TO RTE-RETRO-BATCH
010530     END-IF.
010540     REWRITE RTERECORD
010550         INVALID KEY
010560             DISPLAY 'ERROR REWRITING PAY RATE HISTORY - FILE '
010570                 'STATUS: ' PAY-RATE-STATUS
010580             GO TO 4100-CLOSE-ONE-RATE-EXIT
010590     END-REWRITE.
010600     MOVE 'D' TO PAY-R-RETRO-STATUS(PAY-RT-WRITE-IDX).
010610     ADD 1 TO PAY-RATES-DONE-COUNT.
010620 4100-CLOSE-ONE-RATE-EXIT.
010630     EXIT.
010640
010650 9000-TERMINATE-RETRO.
010660     CLOSE RATE-FILE.
010670     CLOSE HISTORY-FILE.
010680     CLOSE WORKSHEET-FILE.
010690     DISPLAY 'RETROACTIVE PAY RECONCILIATION - BATCH '
010700         PAY-BATCH-NUMBER ' - SUPPLEMENTAL PERIOD '
010710         PAY-SUPPL-PERIOD.
010720     DISPLAY '  PAY HISTORY RECORDS READ . . . . . . : '
010730         PAY-HISTORY-READ-COUNT.
010740     DISPLAY '  CLOSED PERIODS RECOMPUTED. . . . . . : '
010750         PAY-RECOMPUTED-COUNT.
010760     DISPLAY '  PERIODS LEFT FOR REVIEW BY HAND. . . : '
010770         PAY-REVIEW-COUNT.
010780     DISPLAY '  HISTORY PERIODS NOT ON THE CALENDAR. : '
010790         PAY-OFF-CALENDAR-COUNT.
010800     DISPLAY '  EMPLOYEES PAID RETRO . . . . . . . . : '
010810         PAY-EMPLOYEE-COUNT.
010820     DISPLAY '  ADJUSTMENT TRANSACTIONS WRITTEN. . . : '
010830         PAY-TRANS-WRITTEN-COUNT.
010840     DISPLAY '  TOTAL RETRO PAY. . . . . . . . . . . : '
010850         PAY-TOTAL-RETRO.
010860     DISPLAY '  RATE CHANGES PENDING AT START. . . . : '
010870         PAY-PENDING-COUNT.
010880     DISPLAY '  RATE CHANGES STAMPED DONE. . . . . . : '
010890         PAY-RATES-DONE-COUNT.
010900     IF PAY-TRANS-OPEN = 'Y'
010910         DISPLAY 'RUN Payroll IN BATCH MODE TO APPLY THE '
010920             'ADJUSTMENTS IN THE SUPPLEMENTAL PERIOD.'
010930     ELSE
010940         DISPLAY 'NO ADJUSTMENTS DUE - transactions.txt NOT '
010950             'WRITTEN.'
010960     END-IF.
010970     DISPLAY 'PERIODS NOT YET CLOSED ARE NOT RETRO PAID - ENTER '
010980         'THEM AT THE NEW RATE.'.
010990 9000-TERMINATE-RETRO-EXIT.
011000     EXIT.
011010
011020 END PROGRAM RetroPay.
