001020*                  REGULAR PERIOD IS ALREADY OPEN WHEN AN
001030*                  OFF-CYCLE CORRECTION RUNS, AND THE SUPPLEMENTAL
001040*                  MINI-CYCLE MUST RUN AND CLOSE FIRST.
001050* 10-15-2026  CNR  THE EXTRACT NOW WAITS ON THE PAYROLL VARIANCE
001060*                  REVIEW (PayReview.cbl). ITS CONTROL RECORD
001070*                  (reviewcontrol.txt) MUST BE FOR THE PERIOD
001080*                  BEING PAID AND AGREE WITH THE MASTER'S COUNT,
001090*                  GROSS AND NET AS THEY STAND NOW. A REVIEW WITH
001100*                  EXCEPTIONS ONLY GOES AHEAD ON AN ACTIVE
001110*                  SUPERVISOR-LEVEL SIGN-OFF, WHICH IS RECORDED ON
001120*                  THE CONTROL RECORD AND APPENDED TO THE APPROVAL
001130*                  LOG (reviewapproval.txt). SOURCE RESEQUENCED.
001140*================================================================
001150
001160 ENVIRONMENT DIVISION.
001170 INPUT-OUTPUT SECTION.
001180 FILE-CONTROL.
001190     SELECT PAYROLL-FILE ASSIGN TO 'paymaster.dat'
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS SEQUENTIAL
001220         RECORD KEY IS OUT-EMPLOYEE-NUMBER
001230         FILE STATUS IS PAY-FILE-STATUS.
001240     SELECT EXTRACT-FILE ASSIGN TO 'directdeposit.txt'
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS PAY-EXTRACT-STATUS.
001270     SELECT BANK-FILE ASSIGN TO 'bankmaster.dat'
001280         ORGANIZATION IS INDEXED
001290         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS BNK-EMPLOYEE-NUMBER
001310         FILE STATUS IS PAY-BANK-STATUS.
001320     SELECT CHECK-FILE ASSIGN TO 'paperchecks.txt'
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS PAY-CHECK-STATUS.
001350     SELECT CALENDAR-FILE ASSIGN TO 'paycalendar.txt'
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS PAY-CAL-STATUS.
001380     SELECT OPERATOR-FILE ASSIGN TO 'operators.txt'
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS PAY-OPR-STATUS.
001410     SELECT REVIEW-CONTROL-FILE ASSIGN TO 'reviewcontrol.txt'
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS PAY-RVC-STATUS.
001440     SELECT REVIEW-LOG-FILE ASSIGN TO 'reviewapproval.txt'
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS PAY-RVL-STATUS.
001470
001480 DATA DIVISION.
001490 FILE SECTION.
001500 FD  PAYROLL-FILE.
001510     COPY PAYRECOUT.
001520
001530 FD  EXTRACT-FILE.
001540 01  EXTRACT-LINE              PIC X(94).
001550
001560 FD  BANK-FILE.
001570     COPY BANKREC.
001580
001590 FD  CHECK-FILE.
001600 01  CHECK-LINE                PIC X(80).
001610
001620 FD  CALENDAR-FILE.
001630     COPY CALREC.
001640
001650 FD  OPERATOR-FILE.
001660     COPY OPERREC.
001670
001680 FD  REVIEW-CONTROL-FILE.
001690     COPY RVCREC.
001700
001710 FD  REVIEW-LOG-FILE.
001720 01  REVIEW-LOG-LINE           PIC X(93).
001730
001740 WORKING-STORAGE SECTION.
001750*----------------------------------------------------------------
001760* EXTRACT CONTROL FIELDS
001770*----------------------------------------------------------------
001780 01  PAY-END-OF-FILE           PIC X(1) VALUE 'N'.
001790     88  PAY-NO-MORE-RECORDS   VALUE 'Y'.
001800 01  PAY-FILE-STATUS           PIC X(2).
001810 01  PAY-EXTRACT-STATUS        PIC X(2).
001820 01  PAY-BANK-STATUS           PIC X(2).
001830 01  PAY-CHECK-STATUS          PIC X(2).
001840 01  PAY-RECORD-COUNT          PIC 9(7) COMP VALUE ZERO.
001850 01  PAY-PRENOTE-COUNT         PIC 9(7) COMP VALUE ZERO.
001860 01  PAY-OTHER-PERIOD-COUNT    PIC 9(7) COMP VALUE ZERO.
001870 01  PAY-VOID-SKIP-COUNT       PIC 9(7) COMP VALUE ZERO.
001880 01  PAY-CHECK-COUNT           PIC 9(7) COMP VALUE ZERO.
001890 01  PAY-GRAND-TOTAL-NET       PIC 9(9)V99 VALUE ZERO.
001900 01  PAY-CHECK-TOTAL-NET       PIC 9(9)V99 VALUE ZERO.
001910 01  PAY-RUN-DATE              PIC 9(8).
001920 01  PAY-BANK-FOUND            PIC X(1) VALUE 'N'.
001930     88  PAY-BANK-ON-FILE      VALUE 'Y'.
001940
001950*----------------------------------------------------------------
001960* PAY-PERIOD CALENDAR CONTROLS. THE WHOLE (SMALL) CALENDAR IS
001970* LOADED SO THE CURRENT PERIOD'S STATUS CAN BE STAMPED
001980* EXTRACTED AND THE FILE REWRITTEN AT NORMAL TERMINATION.
001990*----------------------------------------------------------------
002000 01  PAY-CAL-STATUS            PIC X(2).
002010 01  PAY-END-OF-CAL            PIC X(1) VALUE 'N'.
002020 01  PAY-CAL-TABLE.
002030     05  PAY-CAL-COUNT             PIC 9(3) COMP VALUE ZERO.
002040     05  PAY-CAL-ENTRY OCCURS 1 TO 100 TIMES
002050             DEPENDING ON PAY-CAL-COUNT
002060             INDEXED BY PAY-CAL-IDX.
002070         10  PAY-C-PERIOD-NUMBER    PIC 9(4).
002080         10  PAY-C-START-DATE       PIC 9(8).
002090         10  PAY-C-END-DATE         PIC 9(8).
002100         10  PAY-C-STATUS           PIC X(1).
002110         10  PAY-C-PERIOD-TYPE      PIC X(1).
002120 01  PAY-CURRENT-PERIOD-IDX    PIC 9(3) COMP VALUE ZERO.
002130 01  PAY-SUPPL-PERIOD-IDX     PIC 9(3) COMP VALUE ZERO.
002140 01  PAY-CURRENT-PERIOD        PIC 9(4) VALUE ZERO.
002150 01  PAY-CAL-WRITE-IDX         PIC 9(3) COMP VALUE ZERO.
002160 77  PAY-CAL-MAX-ENTRIES       PIC 9(3) VALUE 100.
002170
002180*----------------------------------------------------------------
002190* SUPERVISOR OVERRIDE CONTROLS -- A RERUN OF AN ALREADY-
002200* EXTRACTED PERIOD ONLY PROCEEDS FOR AN ACTIVE SUPERVISOR-LEVEL
002210* ID THAT PROVES ITS PASSWORD AGAINST THE OPERATOR SECURITY
002220* FILE.
002230*----------------------------------------------------------------
002240 01  PAY-OPR-STATUS            PIC X(2).
002250 01  PAY-END-OF-OPR            PIC X(1) VALUE 'N'.
002260 01  PAY-OVERRIDE-ID           PIC X(8) VALUE SPACES.
002270 01  PAY-OVERRIDE-PASSWORD     PIC X(8) VALUE SPACES.
002280 01  PAY-OVERRIDE-GRANTED      PIC X(1) VALUE 'N'.
002290 77  PAY-SUPERVISOR-LEVEL      PIC 9(1) VALUE 2.
002300
002310*----------------------------------------------------------------
002320* PAYROLL REVIEW GATE -- THE REVIEW'S CONTROL RECORD MUST BE FOR
002330* THIS PERIOD, AGREE WITH THE MASTER AS IT STANDS (COUNT, GROSS
002340* AND NET OF THE RECORDS THIS RUN WILL PAY) AND BE CLEAR OR
002350* SIGNED OFF BY A SUPERVISOR.
002360*----------------------------------------------------------------
002370 01  PAY-RVC-STATUS            PIC X(2).
002380 01  PAY-RVL-STATUS            PIC X(2).
002390 01  PAY-RV-RECORD-COUNT       PIC 9(7) VALUE ZERO.
002400 01  PAY-RV-GROSS-TOTAL        PIC 9(11)V99 VALUE ZERO.
002410 01  PAY-RV-NET-TOTAL          PIC 9(11)V99 VALUE ZERO.
002420 01  PAY-APPROVAL-TIME         PIC 9(8) VALUE ZERO.
002430 01  PAY-REVIEW-RESULT         PIC X(24) VALUE SPACES.
002440
002450*----------------------------------------------------------------
002460* NACHA FILE CONSTANTS -- THE COMPANY AND ITS ORIGINATING BANK.
002470* THE COMPANY ID IS '1' (EIN PREFIX) FOLLOWED BY THE EIN, THE
002480* SAME EIN THE YEAR-END WAGE REPORTING USES.
002490*----------------------------------------------------------------
002500 77  NA-BANK-ROUTING-NUMBER    PIC 9(9) VALUE 061000052.
002510 77  NA-BANK-NAME              PIC X(23) VALUE
002520     'FIRST COMMERCE BANK'.
002530 77  NA-COMPANY-NAME           PIC X(16) VALUE
002540     'CORP PAYROLL SYS'.
002550 77  NA-COMPANY-LONG-NAME      PIC X(23) VALUE
002560     'CORPORATE PAYROLL SYSTE'.
002570 77  NA-COMPANY-ID             PIC X(10) VALUE '1841736251'.
002580 77  NA-SERVICE-CLASS-CREDITS  PIC X(3) VALUE '220'.
002590 77  NA-BLOCKING-FACTOR        PIC 9(2) VALUE 10.
002600
002610*----------------------------------------------------------------
002620* NACHA RUNNING CONTROLS -- ENTRY COUNT, ENTRY HASH (SUM OF THE
002630* 8-DIGIT ROUTING PREFIXES, LOW TEN DIGITS KEPT), CREDIT TOTAL
002640* IN CENTS, TRACE SEQUENCE AND BLOCK-PADDING ARITHMETIC.
002650*----------------------------------------------------------------
002660 01  NA-ENTRY-COUNT            PIC 9(6) VALUE ZERO.
002670 01  NA-ENTRY-HASH-WORK        PIC 9(15) VALUE ZERO.
002680 01  NA-ENTRY-HASH             PIC 9(10) VALUE ZERO.
002690 01  NA-TOTAL-CREDIT-AMOUNT    PIC 9(10)V99 VALUE ZERO.
002700 01  NA-TRACE-SEQUENCE         PIC 9(7) VALUE ZERO.
002710 01  NA-RECORD-COUNT           PIC 9(6) VALUE ZERO.
002720 01  NA-BLOCK-COUNT            PIC 9(6) VALUE ZERO.
002730 01  NA-PAD-COUNT              PIC 9(2) VALUE ZERO.
002740 01  NA-PAD-REMAINDER          PIC 9(2) VALUE ZERO.
002750 01  NA-PAD-IDX                PIC 9(2) COMP VALUE ZERO.
002760 01  NA-PAD-LINE               PIC X(94) VALUE ALL '9'.
002770 01  NA-ROUTING-SPLIT.
002780     05  NA-ROUTING-PREFIX     PIC 9(8).
002790     05  NA-ROUTING-CHECK-DIGIT PIC 9(1).
002800 01  NA-ODFI-PREFIX            PIC 9(8) VALUE ZERO.
002810 01  PAY-RUN-TIME              PIC 9(8) VALUE ZERO.
002820 01  PAY-RUN-TIME-PARTS REDEFINES PAY-RUN-TIME.
002830     05  PAY-RUN-TIME-HHMM     PIC X(4).
002840     05  FILLER                PIC X(4).
002850 01  PAY-RUN-DATE-ALPHA        PIC X(8) VALUE SPACES.
002860 01  PAY-RUN-DATE-PARTS REDEFINES PAY-RUN-DATE-ALPHA.
002870     05  FILLER                PIC X(2).
002880     05  PAY-RUN-DATE-YYMMDD   PIC X(6).
002890
002900*----------------------------------------------------------------
002910* NACHA RECORD LAYOUTS -- 94 BYTES EACH, WRITTEN IN THE ORDER
002920* FILE HEADER (1), BATCH HEADER (5), ENTRY DETAIL (6) PER
002930* DEPOSIT OR PRENOTE, BATCH CONTROL (8), FILE CONTROL (9), THEN
002940* ALL-NINES PADDING TO A MULTIPLE OF THE BLOCKING FACTOR.
002950*----------------------------------------------------------------
002960 01  NA-FILE-HEADER.
002970     10  FILLER                PIC X(1) VALUE '1'.
002980     10  FILLER                PIC X(2) VALUE '01'.
002990     10  NA-FH-DESTINATION.
003000         15  FILLER            PIC X(1) VALUE SPACE.
003010         15  NA-FH-DEST-ROUTING PIC 9(9).
003020     10  NA-FH-ORIGIN          PIC X(10).
003030     10  NA-FH-CREATION-DATE   PIC X(6).
003040     10  NA-FH-CREATION-TIME   PIC X(4).
003050     10  NA-FH-FILE-ID-MODIFIER PIC X(1) VALUE 'A'.
003060     10  FILLER                PIC X(3) VALUE '094'.
003070     10  FILLER                PIC X(2) VALUE '10'.
003080     10  FILLER                PIC X(1) VALUE '1'.
003090     10  NA-FH-DESTINATION-NAME PIC X(23).
003100     10  NA-FH-ORIGIN-NAME     PIC X(23).
003110     10  FILLER                PIC X(8) VALUE SPACES.
003120
003130 01  NA-BATCH-HEADER.
003140     10  FILLER                PIC X(1) VALUE '5'.
003150     10  NA-BH-SERVICE-CLASS   PIC X(3).
003160     10  NA-BH-COMPANY-NAME    PIC X(16).
003170     10  FILLER                PIC X(20) VALUE SPACES.
003180     10  NA-BH-COMPANY-ID      PIC X(10).
003190     10  FILLER                PIC X(3) VALUE 'PPD'.
003200     10  NA-BH-ENTRY-DESC      PIC X(10) VALUE 'PAYROLL'.
003210     10  NA-BH-DESCRIPTIVE-DATE PIC X(6).
003220     10  NA-BH-EFFECTIVE-DATE  PIC X(6).
003230     10  FILLER                PIC X(3) VALUE SPACES.
003240     10  FILLER                PIC X(1) VALUE '1'.
003250     10  NA-BH-ORIGINATING-DFI PIC 9(8).
003260     10  NA-BH-BATCH-NUMBER    PIC 9(7).
003270
003280 01  NA-ENTRY-DETAIL.
003290     10  FILLER                PIC X(1) VALUE '6'.
003300     10  NA-EN-TRANSACTION-CODE PIC X(2).
003310     10  NA-EN-RECEIVING-DFI   PIC 9(8).
003320     10  NA-EN-CHECK-DIGIT     PIC 9(1).
003330     10  NA-EN-ACCOUNT-NUMBER  PIC X(17).
003340     10  NA-EN-AMOUNT          PIC 9(8)V99.
003350     10  NA-EN-INDIVIDUAL-ID   PIC X(15).
003360     10  NA-EN-INDIVIDUAL-NAME.
003370         15  NA-EN-NAME-INITIAL PIC X(1).
003380         15  FILLER            PIC X(1) VALUE SPACE.
003390         15  NA-EN-NAME-LAST   PIC X(20).
003400     10  FILLER                PIC X(2) VALUE SPACES.
003410     10  FILLER                PIC X(1) VALUE '0'.
003420     10  NA-EN-TRACE-NUMBER.
003430         15  NA-EN-TRACE-ODFI  PIC 9(8).
003440         15  NA-EN-TRACE-SEQ   PIC 9(7).
003450
003460 01  NA-BATCH-CONTROL.
003470     10  FILLER                PIC X(1) VALUE '8'.
003480     10  NA-BC-SERVICE-CLASS   PIC X(3).
003490     10  NA-BC-ENTRY-COUNT     PIC 9(6).
003500     10  NA-BC-ENTRY-HASH      PIC 9(10).
003510     10  NA-BC-TOTAL-DEBIT     PIC 9(10)V99.
003520     10  NA-BC-TOTAL-CREDIT    PIC 9(10)V99.
003530     10  NA-BC-COMPANY-ID      PIC X(10).
003540     10  FILLER                PIC X(19) VALUE SPACES.
003550     10  FILLER                PIC X(6) VALUE SPACES.
003560     10  NA-BC-ORIGINATING-DFI PIC 9(8).
003570     10  NA-BC-BATCH-NUMBER    PIC 9(7).
003580
003590 01  NA-FILE-CONTROL.
003600     10  FILLER                PIC X(1) VALUE '9'.
003610     10  NA-FC-BATCH-COUNT     PIC 9(6).
003620     10  NA-FC-BLOCK-COUNT     PIC 9(6).
003630     10  NA-FC-ENTRY-COUNT     PIC 9(8).
003640     10  NA-FC-ENTRY-HASH      PIC 9(10).
003650     10  NA-FC-TOTAL-DEBIT     PIC 9(10)V99.
003660     10  NA-FC-TOTAL-CREDIT    PIC 9(10)V99.
003670     10  FILLER                PIC X(39) VALUE SPACES.
003680
003690*----------------------------------------------------------------
003700* PAPER-CHECK REGISTER LINE LAYOUTS -- EMPLOYEES WITH NO BANK
003710* RECORD (OR AN ACCOUNT STILL IN ITS PRENOTE CYCLE) ARE PAID BY
003720* CHECK AND LISTED HERE INSTEAD OF IN THE BANK EXTRACT.
003730*----------------------------------------------------------------
003740 01  CK-DETAIL-LINE.
003750     10  CK-EMPLOYEE-NUMBER    PIC 9(9).
003760     10  FILLER                PIC X(3) VALUE SPACES.
003770     10  CK-EMPLOYEE-INITIAL   PIC A(1).
003780     10  FILLER                PIC X(1) VALUE SPACE.
003790     10  CK-EMPLOYEE-LASTNAME  PIC A(15).
003800     10  FILLER                PIC X(3) VALUE SPACES.
003810     10  CK-NET-PAY            PIC ZZZ,ZZZ,ZZ9.99.
003820     10  FILLER                PIC X(3) VALUE SPACES.
003830     10  CK-RUN-DATE           PIC 9(8).
003840     10  FILLER                PIC X(1) VALUE SPACE.
003850     10  CK-NET-PAY-UNEDITED   PIC 9(9)V99.
003860
003870 01  CK-TOTAL-LINE.
003880     10  FILLER                PIC X(27) VALUE
003890         'TOTAL PAPER CHECKS . . . .'.
003900     10  FILLER                PIC X(6) VALUE SPACES.
003910     10  CK-TOTAL-COUNT        PIC ZZZ,ZZ9.
003920     10  FILLER                PIC X(6) VALUE SPACES.
003930     10  CK-TOTAL-NET-PAY      PIC ZZZ,ZZZ,ZZ9.99.
003940
003950*----------------------------------------------------------------
003960* MACHINE-READABLE CONTROL RECORD ON THE PAPER-CHECK REGISTER
003970* (TYPE C, UNEDITED COUNT AND TOTAL) FOR THE END-TO-END TIE-OUT
003980* AND THE CHECK PRINT RUN.
003990*----------------------------------------------------------------
004000 01  CK-CONTROL-RECORD.
004010     10  CC-RECORD-TYPE        PIC X(1) VALUE 'C'.
004020     10  FILLER                PIC X(1) VALUE SPACE.
004030     10  CC-CHECK-COUNT        PIC 9(7).
004040     10  FILLER                PIC X(1) VALUE SPACE.
004050     10  CC-TOTAL-NET          PIC 9(9)V99.
004060
004070 PROCEDURE DIVISION.
004080
004090 0000-MAIN-PROCEDURE.
004100     PERFORM 1000-INITIALIZE-EXTRACT
004110         THRU 1000-INITIALIZE-EXTRACT-EXIT.
004120     PERFORM 2000-PROCESS-RECORD
004130         THRU 2000-PROCESS-RECORD-EXIT
004140         UNTIL PAY-NO-MORE-RECORDS.
004150     PERFORM 9000-TERMINATE-EXTRACT
004160         THRU 9000-TERMINATE-EXTRACT-EXIT.
004170     STOP RUN.
004180
004190*----------------------------------------------------------------
004200* 1000-INITIALIZE-EXTRACT -- OPEN FILES, PRIME THE FIRST RECORD.
004210* A MISSING PAYROLL MASTER TERMINATES THE RUN BEFORE ANY OUTPUT
004220* FILE IS CREATED -- A FOOTER-ONLY EXTRACT WOULD STILL HAVE
004230* MARKED THE PERIOD EXTRACTED AND FORCED A POINTLESS SUPERVISOR
004240* OVERRIDE ON THE REAL RUN.
004250*----------------------------------------------------------------
004260 1000-INITIALIZE-EXTRACT.
004270     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
004280     PERFORM 1200-CHECK-PAY-CALENDAR
004290         THRU 1200-CHECK-PAY-CALENDAR-EXIT.
004300     OPEN INPUT PAYROLL-FILE.
004310*    A MASTER THAT EXISTS BUT WILL NOT OPEN (E.G. A RECORD
004320*    LAYOUT/ATTRIBUTE MISMATCH, FILE STATUS 39, FROM A MISSED
004330*    MasterUpgrade RUN) MUST NOT FALL THROUGH TO THE READS.
004340     IF PAY-FILE-STATUS NOT = '00'
004350         AND PAY-FILE-STATUS NOT = '35'
004360         AND PAY-FILE-STATUS NOT = '05'
004370         DISPLAY 'ERROR OPENING PAYROLL MASTER - FILE STATUS: '
004380             PAY-FILE-STATUS ' - RUN TERMINATED.'
004390         STOP RUN
004400     END-IF.
004410     IF PAY-FILE-STATUS = '35' OR PAY-FILE-STATUS = '05'
004420         DISPLAY 'NO PAYROLL MASTER FOUND - NOTHING TO '
004430             'EXTRACT - RUN TERMINATED.'
004440         CLOSE PAYROLL-FILE
004450         STOP RUN
004460     END-IF.
004470     PERFORM 1500-CHECK-PAYROLL-REVIEW
004480         THRU 1500-CHECK-PAYROLL-REVIEW-EXIT.
004490     OPEN OUTPUT EXTRACT-FILE.
004500     OPEN OUTPUT CHECK-FILE.
004510     PERFORM 1400-WRITE-NACHA-HEADERS
004520         THRU 1400-WRITE-NACHA-HEADERS-EXIT.
004530     PERFORM 1100-OPEN-BANK-FILE
004540         THRU 1100-OPEN-BANK-FILE-EXIT.
004550     PERFORM 2100-READ-PAYROLL-FILE
004560         THRU 2100-READ-PAYROLL-FILE-EXIT.
004570 1000-INITIALIZE-EXTRACT-EXIT.
004580     EXIT.
004590
004600*----------------------------------------------------------------
004610* 1400-WRITE-NACHA-HEADERS -- THE NACHA FILE HEADER AND COMPANY
004620* BATCH HEADER GO OUT BEFORE THE FIRST ENTRY DETAIL. THE
004630* ORIGINATING DFI IS THE FIRST EIGHT DIGITS OF OUR BANK'S
004640* ROUTING NUMBER AND PREFIXES EVERY ENTRY'S TRACE NUMBER.
004650*----------------------------------------------------------------
004660 1400-WRITE-NACHA-HEADERS.
004670     ACCEPT PAY-RUN-TIME FROM TIME.
004680     MOVE PAY-RUN-DATE TO PAY-RUN-DATE-ALPHA.
004690     MOVE NA-BANK-ROUTING-NUMBER TO NA-ROUTING-SPLIT.
004700     MOVE NA-ROUTING-PREFIX TO NA-ODFI-PREFIX.
004710     MOVE NA-BANK-ROUTING-NUMBER TO NA-FH-DEST-ROUTING.
004720     MOVE NA-COMPANY-ID TO NA-FH-ORIGIN.
004730     MOVE PAY-RUN-DATE-YYMMDD TO NA-FH-CREATION-DATE.
004740     MOVE PAY-RUN-TIME-HHMM TO NA-FH-CREATION-TIME.
004750     MOVE NA-BANK-NAME TO NA-FH-DESTINATION-NAME.
004760     MOVE NA-COMPANY-LONG-NAME TO NA-FH-ORIGIN-NAME.
004770     WRITE EXTRACT-LINE FROM NA-FILE-HEADER.
004780     IF PAY-EXTRACT-STATUS NOT = '00'
004790         DISPLAY 'ERROR WRITING NACHA FILE HEADER - FILE '
004800             'STATUS: ' PAY-EXTRACT-STATUS
004810     END-IF.
004820     ADD 1 TO NA-RECORD-COUNT.
004830     MOVE NA-SERVICE-CLASS-CREDITS TO NA-BH-SERVICE-CLASS.
004840     MOVE NA-COMPANY-NAME TO NA-BH-COMPANY-NAME.
004850     MOVE NA-COMPANY-ID TO NA-BH-COMPANY-ID.
004860*    A SUPPLEMENTAL EXTRACT IS LABELED SO THE BANK STATEMENT
004870*    TELLS AN OFF-CYCLE CORRECTION FROM THE REGULAR PAYROLL.
004880     IF PAY-C-PERIOD-TYPE(PAY-CURRENT-PERIOD-IDX) = 'S'
004890         MOVE 'ADJUSTPAY' TO NA-BH-ENTRY-DESC
004900     END-IF.
004910     MOVE PAY-RUN-DATE-YYMMDD TO NA-BH-DESCRIPTIVE-DATE.
004920     MOVE PAY-RUN-DATE-YYMMDD TO NA-BH-EFFECTIVE-DATE.
004930     MOVE NA-ODFI-PREFIX TO NA-BH-ORIGINATING-DFI.
004940     MOVE 1 TO NA-BH-BATCH-NUMBER.
004950     WRITE EXTRACT-LINE FROM NA-BATCH-HEADER.
004960     IF PAY-EXTRACT-STATUS NOT = '00'
004970         DISPLAY 'ERROR WRITING NACHA BATCH HEADER - FILE '
004980             'STATUS: ' PAY-EXTRACT-STATUS
004990     END-IF.
005000     ADD 1 TO NA-RECORD-COUNT.
005010 1400-WRITE-NACHA-HEADERS-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------------
005050* 1100-OPEN-BANK-FILE -- OPEN THE EMPLOYEE BANK MASTER FOR
005060* UPDATE (PRENOTE STATUS MOVES FORWARD DURING THE RUN). A
005070* MISSING BANK MASTER IS CREATED EMPTY, WHICH SIMPLY ROUTES
005080* EVERY EMPLOYEE TO THE PAPER-CHECK REGISTER.
005090*----------------------------------------------------------------
005100 1100-OPEN-BANK-FILE.
005110     OPEN I-O BANK-FILE.
005120     IF PAY-BANK-STATUS = '35' OR PAY-BANK-STATUS = '05'
005130         DISPLAY 'NO BANK MASTER FOUND - ALL EMPLOYEES GO TO '
005140             'THE PAPER-CHECK REGISTER.'
005150         OPEN OUTPUT BANK-FILE
005160         CLOSE BANK-FILE
005170         OPEN I-O BANK-FILE
005180     END-IF.
005190     IF PAY-BANK-STATUS NOT = '00'
005200         DISPLAY 'ERROR OPENING BANK MASTER - FILE STATUS: '
005210             PAY-BANK-STATUS ' - RUN TERMINATED.'
005220         STOP RUN
005230     END-IF.
005240 1100-OPEN-BANK-FILE-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------------
005280* 1200-CHECK-PAY-CALENDAR -- LOAD THE CALENDAR AND SELECT THE
005290* PERIOD TO EXTRACT: THE EARLIEST PERIOD NOT YET CLOSED WHOSE
005300* START DATE HAS BEEN REACHED (RUN-DATE COVERAGE WOULD PICK THE
005310* WRONG PERIOD WHEN THE RUN COMES AFTER THE PERIOD ENDS). AN
005320* OPEN PERIOD EXTRACTS NORMALLY. A PERIOD ALREADY MARKED
005330* EXTRACTED ONLY RERUNS ON A SUPERVISOR OVERRIDE -- THAT IS
005340* WHAT STOPS A SECOND DEPOSIT FILE GOING TO THE BANK BY
005350* ACCIDENT. A CLOSED PERIOD IS NEVER SELECTED.
005360*----------------------------------------------------------------
005370 1200-CHECK-PAY-CALENDAR.
005380     OPEN INPUT CALENDAR-FILE.
005390     IF PAY-CAL-STATUS NOT = '00'
005400         DISPLAY 'NO PAY-PERIOD CALENDAR FILE FOUND - EXTRACT '
005410             'NOT PRODUCED - RUN TERMINATED.'
005420         STOP RUN
005430     END-IF.
005440     PERFORM 1210-LOAD-CALENDAR-RECORD
005450         THRU 1210-LOAD-CALENDAR-RECORD-EXIT
005460         UNTIL PAY-END-OF-CAL = 'Y'.
005470     CLOSE CALENDAR-FILE.
005480     PERFORM 1220-FIND-CURRENT-PERIOD
005490         THRU 1220-FIND-CURRENT-PERIOD-EXIT
005500         VARYING PAY-CAL-WRITE-IDX FROM 1 BY 1
005510         UNTIL PAY-CAL-WRITE-IDX > PAY-CAL-COUNT.
005520*    A STARTED, UNCLOSED SUPPLEMENTAL MINI-CYCLE RUNS AND
005530*    CLOSES BEFORE THE NEXT REGULAR PERIOD IS TOUCHED.
005540     IF PAY-SUPPL-PERIOD-IDX NOT = ZERO
005550         MOVE PAY-SUPPL-PERIOD-IDX TO PAY-CURRENT-PERIOD-IDX
005560     END-IF.
005570     IF PAY-CURRENT-PERIOD-IDX = ZERO
005580         DISPLAY 'NO UNCLOSED PAY PERIOD HAS STARTED AS OF '
005590             'RUN DATE ' PAY-RUN-DATE ' - RUN TERMINATED.'
005600         STOP RUN
005610     END-IF.
005620     MOVE PAY-C-PERIOD-NUMBER(PAY-CURRENT-PERIOD-IDX) TO
005630         PAY-CURRENT-PERIOD.
005640     IF PAY-C-PERIOD-TYPE(PAY-CURRENT-PERIOD-IDX) = 'S'
005650         DISPLAY 'EXTRACTING SUPPLEMENTAL PAY PERIOD '
005660             PAY-CURRENT-PERIOD '.'
005670     END-IF.
005680     EVALUATE PAY-C-STATUS(PAY-CURRENT-PERIOD-IDX)
005690         WHEN 'O'
005700             CONTINUE
005710         WHEN 'E'
005720             DISPLAY 'PAY PERIOD ' PAY-CURRENT-PERIOD ' WAS '
005730                 'ALREADY EXTRACTED THIS CYCLE.'
005740             PERFORM 1300-VERIFY-SUPERVISOR
005750                 THRU 1300-VERIFY-SUPERVISOR-EXIT
005760             IF PAY-OVERRIDE-GRANTED NOT = 'Y'
005770                 DISPLAY 'NO OVERRIDE - EXTRACT NOT PRODUCED - '
005780                     'RUN TERMINATED.'
005790                 STOP RUN
005800             END-IF
005810             DISPLAY 'OVERRIDE ACCEPTED - SECOND EXTRACT WILL '
005820                 'BE PRODUCED.'
005830         WHEN OTHER
005840             DISPLAY 'PAY PERIOD ' PAY-CURRENT-PERIOD ' HAS AN '
005850                 'UNKNOWN STATUS - RUN TERMINATED.'
005860             STOP RUN
005870     END-EVALUATE.
005880 1200-CHECK-PAY-CALENDAR-EXIT.
005890     EXIT.
005900
005910 1210-LOAD-CALENDAR-RECORD.
005920     READ CALENDAR-FILE
005930         AT END
005940             MOVE 'Y' TO PAY-END-OF-CAL
005950         NOT AT END
005960             IF PAY-CAL-COUNT < PAY-CAL-MAX-ENTRIES
005970                 ADD 1 TO PAY-CAL-COUNT
005980                 MOVE CAL-PERIOD-NUMBER TO
005990                     PAY-C-PERIOD-NUMBER(PAY-CAL-COUNT)
006000                 MOVE CAL-START-DATE TO
006010                     PAY-C-START-DATE(PAY-CAL-COUNT)
006020                 MOVE CAL-END-DATE TO
006030                     PAY-C-END-DATE(PAY-CAL-COUNT)
006040                 MOVE CAL-STATUS TO
006050                     PAY-C-STATUS(PAY-CAL-COUNT)
006060                 IF CAL-PERIOD-TYPE = 'S'
006070                     MOVE 'S' TO
006080                         PAY-C-PERIOD-TYPE(PAY-CAL-COUNT)
006090                 ELSE
006100                     MOVE 'R' TO
006110                         PAY-C-PERIOD-TYPE(PAY-CAL-COUNT)
006120                 END-IF
006130             ELSE
006140                 DISPLAY 'PAY CALENDAR EXCEEDS THE '
006150                     PAY-CAL-MAX-ENTRIES ' PERIOD TABLE '
006160                     'CAPACITY - RUN TERMINATED.'
006170                 CLOSE CALENDAR-FILE
006180                 STOP RUN
006190             END-IF
006200     END-READ.
006210 1210-LOAD-CALENDAR-RECORD-EXIT.
006220     EXIT.
006230
006240*----------------------------------------------------------------
006250* 1220-FIND-CURRENT-PERIOD -- THE FIRST (EARLIEST) PERIOD NOT
006260* YET CLOSED WHOSE START DATE HAS BEEN REACHED IS THE ONE TO
006270* EXTRACT. THE CALENDAR IS KEPT IN DATE ORDER BY OPERATIONS.
006280*----------------------------------------------------------------
006290 1220-FIND-CURRENT-PERIOD.
006300*    A STARTED, UNCLOSED SUPPLEMENTAL PERIOD IS REMEMBERED AS
006310*    IT GOES BY -- IT TAKES PRECEDENCE OVER THE EARLIEST
006320*    UNCLOSED REGULAR PERIOD, WHICH IS NORMALLY ALREADY OPEN BY
006330*    THE TIME AN OFF-CYCLE CORRECTION RUNS.
006340     IF PAY-SUPPL-PERIOD-IDX = ZERO
006350         AND PAY-C-PERIOD-TYPE(PAY-CAL-WRITE-IDX) = 'S'
006360         AND PAY-C-STATUS(PAY-CAL-WRITE-IDX) NOT = 'C'
006370         AND PAY-C-START-DATE(PAY-CAL-WRITE-IDX) <=
006380             PAY-RUN-DATE
006390         MOVE PAY-CAL-WRITE-IDX TO PAY-SUPPL-PERIOD-IDX
006400     END-IF.
006410     IF PAY-CURRENT-PERIOD-IDX = ZERO
006420         AND PAY-C-STATUS(PAY-CAL-WRITE-IDX) NOT = 'C'
006430         AND PAY-C-START-DATE(PAY-CAL-WRITE-IDX) <=
006440             PAY-RUN-DATE
006450         MOVE PAY-CAL-WRITE-IDX TO PAY-CURRENT-PERIOD-IDX
006460     END-IF.
006470 1220-FIND-CURRENT-PERIOD-EXIT.
006480     EXIT.
006490
006500*----------------------------------------------------------------
006510* 1300-VERIFY-SUPERVISOR -- THE OVERRIDING OPERATOR MUST BE AN
006520* ACTIVE SUPERVISOR-LEVEL ID ON THE OPERATOR SECURITY FILE AND
006530* MUST PROVE ITS PASSWORD. THE FILE IS READ-ONLY HERE --
006540* FAILED-ATTEMPT LOCKOUT IS HANDLED AT PAYROLL SIGN-ON.
006550*----------------------------------------------------------------
006560 1300-VERIFY-SUPERVISOR.
006570     DISPLAY 'SUPERVISOR OVERRIDE - ENTER SUPERVISOR ID:'.
006580     ACCEPT PAY-OVERRIDE-ID.
006590     DISPLAY 'ENTER SUPERVISOR PASSWORD:'.
006600     ACCEPT PAY-OVERRIDE-PASSWORD.
006610     OPEN INPUT OPERATOR-FILE.
006620     IF PAY-OPR-STATUS NOT = '00'
006630         DISPLAY 'NO OPERATOR SECURITY FILE FOUND - OVERRIDE '
006640             'NOT POSSIBLE.'
006650         GO TO 1300-VERIFY-SUPERVISOR-EXIT
006660     END-IF.
006670     PERFORM 1310-CHECK-ONE-OPERATOR
006680         THRU 1310-CHECK-ONE-OPERATOR-EXIT
006690         UNTIL PAY-END-OF-OPR = 'Y'
006700         OR PAY-OVERRIDE-GRANTED = 'Y'.
006710     CLOSE OPERATOR-FILE.
006720     IF PAY-OVERRIDE-GRANTED NOT = 'Y'
006730         DISPLAY 'SUPERVISOR ID/PASSWORD NOT ACCEPTED OR NOT '
006740             'SUPERVISOR LEVEL.'
006750     END-IF.
006760 1300-VERIFY-SUPERVISOR-EXIT.
006770     EXIT.
006780
006790 1310-CHECK-ONE-OPERATOR.
006800     READ OPERATOR-FILE
006810         AT END
006820             MOVE 'Y' TO PAY-END-OF-OPR
006830         NOT AT END
006840             IF OPR-OPERATOR-ID = PAY-OVERRIDE-ID
006850                 AND OPR-PASSWORD = PAY-OVERRIDE-PASSWORD
006860                 AND OPR-AUTH-LEVEL >= PAY-SUPERVISOR-LEVEL
006870                 AND OPR-ACTIVE
006880                 MOVE 'Y' TO PAY-OVERRIDE-GRANTED
006890             END-IF
006900     END-READ.
006910 1310-CHECK-ONE-OPERATOR-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------------
006950* 1500-CHECK-PAYROLL-REVIEW -- NO MONEY GOES TO THE BANK UNTIL
006960* THE PERIOD HAS BEEN THROUGH THE VARIANCE REVIEW. THE MASTER IS
006970* READ THROUGH ONCE HERE, WITH THE SAME SKIPS AS 2000 (OTHER
006980* PERIOD, VOID), AND ITS COUNT AND TOTALS MUST MATCH WHAT WAS
006990* REVIEWED -- ANY RE-KEYING SINCE MEANS THE REVIEW IS RERUN. THEN
007000* REOPENED FOR THE EXTRACT PROPER. A REVIEW STILL HOLDING
007010* EXCEPTIONS NEEDS A SUPERVISOR SIGN-OFF, RECORDED ON THE CONTROL
007020* RECORD (SO A RERUN OF THE EXTRACT DOES NOT ASK AGAIN) AND ON
007030* THE APPEND-ONLY APPROVAL LOG.
007040*----------------------------------------------------------------
007050 1500-CHECK-PAYROLL-REVIEW.
007060     OPEN INPUT REVIEW-CONTROL-FILE.
007070     IF PAY-RVC-STATUS NOT = '00'
007080         DISPLAY 'NO PAYROLL REVIEW ON FILE - RUN PayReview '
007090             'FIRST - EXTRACT NOT PRODUCED - RUN TERMINATED.'
007100         CLOSE PAYROLL-FILE
007110         STOP RUN
007120     END-IF.
007130     READ REVIEW-CONTROL-FILE
007140         AT END
007150             MOVE ZERO TO RVC-PERIOD-NUMBER
007160     END-READ.
007170     CLOSE REVIEW-CONTROL-FILE.
007180     IF RVC-PERIOD-NUMBER NOT = PAY-CURRENT-PERIOD
007190         DISPLAY 'PAYROLL REVIEW ON FILE IS NOT FOR PERIOD '
007200             PAY-CURRENT-PERIOD ' - RUN PayReview - EXTRACT NOT '
007210             'PRODUCED - RUN TERMINATED.'
007220         CLOSE PAYROLL-FILE
007230         STOP RUN
007240     END-IF.
007250     PERFORM 1510-TOTAL-ONE-RECORD
007260         THRU 1510-TOTAL-ONE-RECORD-EXIT
007270         UNTIL PAY-NO-MORE-RECORDS.
007280     CLOSE PAYROLL-FILE.
007290     MOVE 'N' TO PAY-END-OF-FILE.
007300     OPEN INPUT PAYROLL-FILE.
007310     IF PAY-FILE-STATUS NOT = '00'
007320         DISPLAY 'ERROR REOPENING PAYROLL MASTER - FILE STATUS: '
007330             PAY-FILE-STATUS ' - RUN TERMINATED.'
007340         STOP RUN
007350     END-IF.
007360     IF PAY-RV-RECORD-COUNT NOT = RVC-RECORD-COUNT
007370         OR PAY-RV-GROSS-TOTAL NOT = RVC-GROSS-TOTAL
007380         OR PAY-RV-NET-TOTAL NOT = RVC-NET-TOTAL
007390         DISPLAY 'PAYROLL HAS CHANGED SINCE THE REVIEW OF '
007400             RVC-REVIEW-DATE ' - RERUN PayReview - EXTRACT NOT '
007410             'PRODUCED - RUN TERMINATED.'
007420         CLOSE PAYROLL-FILE
007430         STOP RUN
007440     END-IF.
007450     EVALUATE TRUE
007460         WHEN RVC-REVIEW-CLEAR
007470             MOVE 'CLEAR' TO PAY-REVIEW-RESULT
007480         WHEN RVC-REVIEW-APPROVED
007490             MOVE 'SIGNED OFF BY' TO PAY-REVIEW-RESULT
007500             MOVE RVC-APPROVER-ID TO PAY-REVIEW-RESULT(15:8)
007510         WHEN RVC-REVIEW-HELD
007520             DISPLAY 'PAYROLL REVIEW FOUND ' RVC-EXCEPTION-COUNT
007530                 ' EXCEPTION(S) - SEE payreview.txt.'
007540             MOVE 'N' TO PAY-END-OF-OPR
007550             MOVE 'N' TO PAY-OVERRIDE-GRANTED
007560             PERFORM 1300-VERIFY-SUPERVISOR
007570                 THRU 1300-VERIFY-SUPERVISOR-EXIT
007580             IF PAY-OVERRIDE-GRANTED NOT = 'Y'
007590                 DISPLAY 'EXCEPTIONS NOT SIGNED OFF - EXTRACT '
007600                     'NOT PRODUCED - RUN TERMINATED.'
007610                 CLOSE PAYROLL-FILE
007620                 STOP RUN
007630             END-IF
007640             PERFORM 1520-RECORD-REVIEW-APPROVAL
007650                 THRU 1520-RECORD-REVIEW-APPROVAL-EXIT
007660         WHEN OTHER
007670             DISPLAY 'PAYROLL REVIEW CONTROL RECORD HAS AN '
007680                 'UNKNOWN STATUS - RUN PayReview - RUN '
007690                 'TERMINATED.'
007700             CLOSE PAYROLL-FILE
007710             STOP RUN
007720     END-EVALUATE.
007730 1500-CHECK-PAYROLL-REVIEW-EXIT.
007740     EXIT.
007750
007760 1510-TOTAL-ONE-RECORD.
007770     PERFORM 2100-READ-PAYROLL-FILE
007780         THRU 2100-READ-PAYROLL-FILE-EXIT.
007790     IF PAY-NO-MORE-RECORDS
007800         OR OUT-PAY-PERIOD NOT = PAY-CURRENT-PERIOD
007810         OR AUD-ACTION-CODE = 'V'
007820         GO TO 1510-TOTAL-ONE-RECORD-EXIT
007830     END-IF.
007840     ADD 1 TO PAY-RV-RECORD-COUNT.
007850     ADD OUT-GROSS-PAY TO PAY-RV-GROSS-TOTAL.
007860     ADD OUT-NET-PAY TO PAY-RV-NET-TOTAL.
007870 1510-TOTAL-ONE-RECORD-EXIT.
007880     EXIT.
007890
007900 1520-RECORD-REVIEW-APPROVAL.
007910     ACCEPT PAY-APPROVAL-TIME FROM TIME.
007920     MOVE 'A' TO RVC-REVIEW-STATUS.
007930     MOVE PAY-OVERRIDE-ID TO RVC-APPROVER-ID.
007940     MOVE PAY-RUN-DATE TO RVC-APPROVAL-DATE.
007950     MOVE PAY-APPROVAL-TIME TO RVC-APPROVAL-TIME.
007960     OPEN OUTPUT REVIEW-CONTROL-FILE.
007970     IF PAY-RVC-STATUS NOT = '00'
007980         DISPLAY 'ERROR OPENING REVIEW CONTROL FILE - FILE '
007990             'STATUS: ' PAY-RVC-STATUS ' - RUN TERMINATED.'
008000         CLOSE PAYROLL-FILE
008010         STOP RUN
008020     END-IF.
008030     WRITE RVCRECORD.
008040     CLOSE REVIEW-CONTROL-FILE.
008050     OPEN EXTEND REVIEW-LOG-FILE.
008060     IF PAY-RVL-STATUS NOT = '00'
008070         OPEN OUTPUT REVIEW-LOG-FILE
008080     END-IF.
008090     IF PAY-RVL-STATUS NOT = '00'
008100         DISPLAY 'ERROR OPENING REVIEW APPROVAL LOG - FILE '
008110             'STATUS: ' PAY-RVL-STATUS ' - RUN TERMINATED.'
008120         CLOSE PAYROLL-FILE
008130         STOP RUN
008140     END-IF.
008150     WRITE REVIEW-LOG-LINE FROM RVCRECORD.
008160     CLOSE REVIEW-LOG-FILE.
008170     MOVE 'SIGNED OFF BY' TO PAY-REVIEW-RESULT.
008180     MOVE RVC-APPROVER-ID TO PAY-REVIEW-RESULT(15:8).
008190     DISPLAY 'EXCEPTIONS SIGNED OFF BY ' RVC-APPROVER-ID
008200         ' - EXTRACT WILL BE PRODUCED.'.
008210 1520-RECORD-REVIEW-APPROVAL-EXIT.
008220     EXIT.
008230
008240*----------------------------------------------------------------
008250* 2000-PROCESS-RECORD -- A RECORD NOT STAMPED WITH THE PERIOD
008260* BEING EXTRACTED IS NOT THIS PERIOD'S PAY AND IS SKIPPED (AND
008270* COUNTED), NOT DEPOSITED AGAIN. CURRENT-PERIOD RECORDS ARE
008280* MATCHED AGAINST THE BANK MASTER: PRENOTE-APPROVED ACCOUNTS
008290* GET A LIVE DEPOSIT LINE; AN ACCOUNT WHOSE PRENOTE WENT OUT ON
008300* AN EARLIER RUN IS PROMOTED AND DEPOSITED; A NEW ACCOUNT GETS
008310* A ZERO-DOLLAR PRENOTE LINE AND A PAPER CHECK; NO BANK RECORD
008320* MEANS A PAPER CHECK.
008330*----------------------------------------------------------------
008340 2000-PROCESS-RECORD.
008350     IF OUT-PAY-PERIOD NOT = PAY-CURRENT-PERIOD
008360         ADD 1 TO PAY-OTHER-PERIOD-COUNT
008370         GO TO 2000-PROCESS-NEXT-RECORD
008380     END-IF.
008390*    NO MONEY MOVES ON A VOID -- THE GL EXTRACT BOOKS THE
008400*    REVERSAL AND THE FUNDS ARE RECOVERED OUTSIDE THIS RUN.
008410     IF AUD-ACTION-CODE = 'V'
008420         ADD 1 TO PAY-VOID-SKIP-COUNT
008430         GO TO 2000-PROCESS-NEXT-RECORD
008440     END-IF.
008450     PERFORM 2300-READ-BANK-BY-KEY
008460         THRU 2300-READ-BANK-BY-KEY-EXIT.
008470     IF NOT PAY-BANK-ON-FILE
008480         PERFORM 2600-WRITE-PAPER-CHECK
008490             THRU 2600-WRITE-PAPER-CHECK-EXIT
008500     ELSE
008510         EVALUATE TRUE
008520             WHEN BNK-PRENOTE-APPROVED
008530                 PERFORM 2400-WRITE-DEPOSIT-LINE
008540                     THRU 2400-WRITE-DEPOSIT-LINE-EXIT
008550             WHEN BNK-PRENOTE-SENT
008560                 PERFORM 2450-SETTLE-PRENOTE
008570                     THRU 2450-SETTLE-PRENOTE-EXIT
008580             WHEN BNK-PRENOTE-NEW
008590                 PERFORM 2500-WRITE-PRENOTE-LINE
008600                     THRU 2500-WRITE-PRENOTE-LINE-EXIT
008610                 PERFORM 2600-WRITE-PAPER-CHECK
008620                     THRU 2600-WRITE-PAPER-CHECK-EXIT
008630             WHEN OTHER
008640                 DISPLAY 'EMPLOYEE ' OUT-EMPLOYEE-NUMBER
008650                     ' HAS AN UNKNOWN PRENOTE STATUS - PAID BY '
008660                     'PAPER CHECK.'
008670                 PERFORM 2600-WRITE-PAPER-CHECK
008680                     THRU 2600-WRITE-PAPER-CHECK-EXIT
008690         END-EVALUATE
008700     END-IF.
008710 2000-PROCESS-NEXT-RECORD.
008720     PERFORM 2100-READ-PAYROLL-FILE
008730         THRU 2100-READ-PAYROLL-FILE-EXIT.
008740 2000-PROCESS-RECORD-EXIT.
008750     EXIT.
008760
008770 2100-READ-PAYROLL-FILE.
008780     READ PAYROLL-FILE
008790         AT END
008800             MOVE 'Y' TO PAY-END-OF-FILE
008810     END-READ.
008820 2100-READ-PAYROLL-FILE-EXIT.
008830     EXIT.
008840
008850 2300-READ-BANK-BY-KEY.
008860     MOVE 'N' TO PAY-BANK-FOUND.
008870     MOVE OUT-EMPLOYEE-NUMBER TO BNK-EMPLOYEE-NUMBER.
008880     READ BANK-FILE KEY IS BNK-EMPLOYEE-NUMBER
008890         INVALID KEY
008900             CONTINUE
008910         NOT INVALID KEY
008920             MOVE 'Y' TO PAY-BANK-FOUND
008930     END-READ.
008940 2300-READ-BANK-BY-KEY-EXIT.
008950     EXIT.
008960
008970*----------------------------------------------------------------
008980* 2400-WRITE-DEPOSIT-LINE -- LIVE NACHA CREDIT ENTRY FOR A
008990* PRENOTED ACCOUNT. TRANSACTION CODE 22 FOR CHECKING, 32 FOR
009000* SAVINGS.
009010*----------------------------------------------------------------
009020 2400-WRITE-DEPOSIT-LINE.
009030     IF BNK-CHECKING-ACCOUNT
009040         MOVE '22' TO NA-EN-TRANSACTION-CODE
009050     ELSE
009060         MOVE '32' TO NA-EN-TRANSACTION-CODE
009070     END-IF.
009080     MOVE OUT-NET-PAY TO NA-EN-AMOUNT.
009090     PERFORM 2420-WRITE-NACHA-ENTRY
009100         THRU 2420-WRITE-NACHA-ENTRY-EXIT.
009110     ADD 1 TO PAY-RECORD-COUNT.
009120     ADD OUT-NET-PAY TO PAY-GRAND-TOTAL-NET.
009130     ADD OUT-NET-PAY TO NA-TOTAL-CREDIT-AMOUNT.
009140 2400-WRITE-DEPOSIT-LINE-EXIT.
009150     EXIT.
009160
009170*----------------------------------------------------------------
009180* 2420-WRITE-NACHA-ENTRY -- COMMON 94-BYTE ENTRY DETAIL WRITE.
009190* THE CALLER HAS ALREADY SET THE TRANSACTION CODE AND AMOUNT;
009200* THE ROUTING NUMBER IS SPLIT INTO ITS 8-DIGIT PREFIX (WHICH
009210* ALSO FEEDS THE ENTRY HASH) AND CHECK DIGIT, AND THE TRACE
009220* NUMBER IS THE ODFI PREFIX PLUS A RUNNING SEQUENCE.
009230*----------------------------------------------------------------
009240 2420-WRITE-NACHA-ENTRY.
009250     MOVE BNK-ROUTING-NUMBER TO NA-ROUTING-SPLIT.
009260     MOVE NA-ROUTING-PREFIX TO NA-EN-RECEIVING-DFI.
009270     MOVE NA-ROUTING-CHECK-DIGIT TO NA-EN-CHECK-DIGIT.
009280     MOVE BNK-ACCOUNT-NUMBER TO NA-EN-ACCOUNT-NUMBER.
009290     MOVE OUT-EMPLOYEE-NUMBER TO NA-EN-INDIVIDUAL-ID.
009300     MOVE OUT-EMPLOYEE-INITIAL TO NA-EN-NAME-INITIAL.
009310     MOVE OUT-EMPLOYEE-LASTNAME TO NA-EN-NAME-LAST.
009320     MOVE NA-ODFI-PREFIX TO NA-EN-TRACE-ODFI.
009330     ADD 1 TO NA-TRACE-SEQUENCE.
009340     MOVE NA-TRACE-SEQUENCE TO NA-EN-TRACE-SEQ.
009350     WRITE EXTRACT-LINE FROM NA-ENTRY-DETAIL.
009360     IF PAY-EXTRACT-STATUS NOT = '00'
009370         DISPLAY 'ERROR WRITING NACHA ENTRY DETAIL - FILE '
009380             'STATUS: ' PAY-EXTRACT-STATUS
009390     END-IF.
009400     ADD NA-ROUTING-PREFIX TO NA-ENTRY-HASH-WORK.
009410     ADD 1 TO NA-ENTRY-COUNT.
009420     ADD 1 TO NA-RECORD-COUNT.
009430 2420-WRITE-NACHA-ENTRY-EXIT.
009440     EXIT.
009450
009460*----------------------------------------------------------------
009470* 2450-SETTLE-PRENOTE -- THE PRENOTE WENT OUT ON A PRIOR RUN. IF
009480* THAT RUN WAS AN EARLIER DATE THE BANK HAS HAD ITS WINDOW TO
009490* REJECT IT, SO THE ACCOUNT IS PROMOTED TO APPROVED AND PAID
009500* LIVE; A PRENOTE SENT EARLIER TODAY STAYS PENDING AND THE
009510* EMPLOYEE GETS ONE MORE PAPER CHECK.
009520*----------------------------------------------------------------
009530 2450-SETTLE-PRENOTE.
009540     IF BNK-PRENOTE-DATE < PAY-RUN-DATE
009550         MOVE 'A' TO BNK-PRENOTE-STATUS
009560         REWRITE BANKRECORD
009570             INVALID KEY
009580                 DISPLAY 'ERROR REWRITING BANK MASTER - FILE '
009590                     'STATUS: ' PAY-BANK-STATUS
009600         END-REWRITE
009610         PERFORM 2400-WRITE-DEPOSIT-LINE
009620             THRU 2400-WRITE-DEPOSIT-LINE-EXIT
009630     ELSE
009640         PERFORM 2600-WRITE-PAPER-CHECK
009650             THRU 2600-WRITE-PAPER-CHECK-EXIT
009660     END-IF.
009670 2450-SETTLE-PRENOTE-EXIT.
009680     EXIT.
009690
009700*----------------------------------------------------------------
009710* 2500-WRITE-PRENOTE-LINE -- ZERO-DOLLAR NACHA PRENOTE ENTRY
009720* (TRANSACTION CODE 23 CHECKING, 33 SAVINGS) FOR A NEWLY ENTERED
009730* ACCOUNT, AND THE BANK RECORD MOVES TO PRENOTE-SENT WITH THE
009740* RUN DATE.
009750*----------------------------------------------------------------
009760 2500-WRITE-PRENOTE-LINE.
009770     IF BNK-CHECKING-ACCOUNT
009780         MOVE '23' TO NA-EN-TRANSACTION-CODE
009790     ELSE
009800         MOVE '33' TO NA-EN-TRANSACTION-CODE
009810     END-IF.
009820     MOVE ZERO TO NA-EN-AMOUNT.
009830     PERFORM 2420-WRITE-NACHA-ENTRY
009840         THRU 2420-WRITE-NACHA-ENTRY-EXIT.
009850     ADD 1 TO PAY-PRENOTE-COUNT.
009860     MOVE 'P' TO BNK-PRENOTE-STATUS.
009870     MOVE PAY-RUN-DATE TO BNK-PRENOTE-DATE.
009880     REWRITE BANKRECORD
009890         INVALID KEY
009900             DISPLAY 'ERROR REWRITING BANK MASTER - FILE '
009910                 'STATUS: ' PAY-BANK-STATUS
009920     END-REWRITE.
009930 2500-WRITE-PRENOTE-LINE-EXIT.
009940     EXIT.
009950
009960*----------------------------------------------------------------
009970* 2600-WRITE-PAPER-CHECK -- EMPLOYEE IS PAID BY CHECK THIS
009980* PERIOD AND LISTED ON THE PAPER-CHECK REGISTER.
009990*----------------------------------------------------------------
010000 2600-WRITE-PAPER-CHECK.
010010     MOVE OUT-EMPLOYEE-NUMBER TO CK-EMPLOYEE-NUMBER.
010020     MOVE OUT-EMPLOYEE-INITIAL TO CK-EMPLOYEE-INITIAL.
010030     MOVE OUT-EMPLOYEE-LASTNAME TO CK-EMPLOYEE-LASTNAME.
010040     MOVE OUT-NET-PAY TO CK-NET-PAY.
010050     MOVE PAY-RUN-DATE TO CK-RUN-DATE.
010060     MOVE OUT-NET-PAY TO CK-NET-PAY-UNEDITED.
010070     WRITE CHECK-LINE FROM CK-DETAIL-LINE.
010080     IF PAY-CHECK-STATUS NOT = '00'
010090         DISPLAY 'ERROR WRITING PAPER-CHECK REGISTER - FILE '
010100             'STATUS: ' PAY-CHECK-STATUS
010110     END-IF.
010120     ADD 1 TO PAY-CHECK-COUNT.
010130     ADD OUT-NET-PAY TO PAY-CHECK-TOTAL-NET.
010140 2600-WRITE-PAPER-CHECK-EXIT.
010150     EXIT.
010160
010170*----------------------------------------------------------------
010180* 9000-TERMINATE-EXTRACT -- NACHA BATCH CONTROL, FILE CONTROL
010190* AND BLOCK PADDING ON THE EXTRACT; TOTAL FOOTER ON THE
010200* PAPER-CHECK REGISTER.
010210*----------------------------------------------------------------
010220 9000-TERMINATE-EXTRACT.
010230     PERFORM 9050-WRITE-NACHA-TRAILERS
010240         THRU 9050-WRITE-NACHA-TRAILERS-EXIT.
010250     MOVE PAY-CHECK-COUNT TO CK-TOTAL-COUNT.
010260     MOVE PAY-CHECK-TOTAL-NET TO CK-TOTAL-NET-PAY.
010270     WRITE CHECK-LINE FROM CK-TOTAL-LINE.
010280     MOVE PAY-CHECK-COUNT TO CC-CHECK-COUNT.
010290     MOVE PAY-CHECK-TOTAL-NET TO CC-TOTAL-NET.
010300     WRITE CHECK-LINE FROM CK-CONTROL-RECORD.
010310     CLOSE PAYROLL-FILE.
010320     CLOSE EXTRACT-FILE.
010330     CLOSE BANK-FILE.
010340     CLOSE CHECK-FILE.
010350     DISPLAY 'DIRECT DEPOSIT RECONCILIATION - PERIOD '
010360         PAY-CURRENT-PERIOD.
010370     DISPLAY '  LIVE DEPOSIT LINES . . . . . . . . . : '
010380         PAY-RECORD-COUNT.
010390     DISPLAY '  PRENOTE LINES. . . . . . . . . . . . : '
010400         PAY-PRENOTE-COUNT.
010410     DISPLAY '  PAPER CHECKS . . . . . . . . . . . . : '
010420         PAY-CHECK-COUNT.
010430     DISPLAY '  SKIPPED - PRIOR-PERIOD STAMP . . . . : '
010440         PAY-OTHER-PERIOD-COUNT.
010450     IF PAY-VOID-SKIP-COUNT > ZERO
010460         DISPLAY '  SKIPPED - VOID RECORDS (NO DEPOSIT). : '
010470             PAY-VOID-SKIP-COUNT
010480     END-IF.
010490     DISPLAY '  PAYROLL REVIEW . . . . . . . . . . . : '
010500         PAY-REVIEW-RESULT.
010510     DISPLAY '  NACHA TOTAL CREDIT AMOUNT. . . . . . : '
010520         NA-TOTAL-CREDIT-AMOUNT.
010530     DISPLAY '  NACHA ENTRY HASH . . . . . . . . . . : '
010540         NA-ENTRY-HASH.
010550     PERFORM 9100-MARK-PERIOD-EXTRACTED
010560         THRU 9100-MARK-PERIOD-EXTRACTED-EXIT.
010570 9000-TERMINATE-EXTRACT-EXIT.
010580     EXIT.
010590
010600*----------------------------------------------------------------
010610* 9050-WRITE-NACHA-TRAILERS -- BATCH CONTROL, FILE CONTROL AND
010620* ALL-NINES PADDING TO A MULTIPLE OF THE BLOCKING FACTOR. THE
010630* ENTRY HASH KEEPS ONLY ITS LOW TEN DIGITS, PER THE NACHA RULE.
010640*----------------------------------------------------------------
010650 9050-WRITE-NACHA-TRAILERS.
010660     MOVE NA-ENTRY-HASH-WORK TO NA-ENTRY-HASH.
010670     MOVE NA-SERVICE-CLASS-CREDITS TO NA-BC-SERVICE-CLASS.
010680     MOVE NA-ENTRY-COUNT TO NA-BC-ENTRY-COUNT.
010690     MOVE NA-ENTRY-HASH TO NA-BC-ENTRY-HASH.
010700     MOVE ZERO TO NA-BC-TOTAL-DEBIT.
010710     MOVE NA-TOTAL-CREDIT-AMOUNT TO NA-BC-TOTAL-CREDIT.
010720     MOVE NA-COMPANY-ID TO NA-BC-COMPANY-ID.
010730     MOVE NA-ODFI-PREFIX TO NA-BC-ORIGINATING-DFI.
010740     MOVE 1 TO NA-BC-BATCH-NUMBER.
010750     WRITE EXTRACT-LINE FROM NA-BATCH-CONTROL.
010760     IF PAY-EXTRACT-STATUS NOT = '00'
010770         DISPLAY 'ERROR WRITING NACHA BATCH CONTROL - FILE '
010780             'STATUS: ' PAY-EXTRACT-STATUS
010790     END-IF.
010800     ADD 1 TO NA-RECORD-COUNT.
010810*    THE FILE CONTROL RECORD COUNTS TOWARD THE BLOCK TOTAL, SO
010820*    IT IS COUNTED BEFORE THE BLOCK ARITHMETIC IS DONE.
010830     ADD 1 TO NA-RECORD-COUNT.
010840     COMPUTE NA-BLOCK-COUNT =
010850         (NA-RECORD-COUNT + NA-BLOCKING-FACTOR - 1) /
010860         NA-BLOCKING-FACTOR.
010870     MOVE 1 TO NA-FC-BATCH-COUNT.
010880     MOVE NA-BLOCK-COUNT TO NA-FC-BLOCK-COUNT.
010890     MOVE NA-ENTRY-COUNT TO NA-FC-ENTRY-COUNT.
010900     MOVE NA-ENTRY-HASH TO NA-FC-ENTRY-HASH.
010910     MOVE ZERO TO NA-FC-TOTAL-DEBIT.
010920     MOVE NA-TOTAL-CREDIT-AMOUNT TO NA-FC-TOTAL-CREDIT.
010930     WRITE EXTRACT-LINE FROM NA-FILE-CONTROL.
010940     IF PAY-EXTRACT-STATUS NOT = '00'
010950         DISPLAY 'ERROR WRITING NACHA FILE CONTROL - FILE '
010960             'STATUS: ' PAY-EXTRACT-STATUS
010970     END-IF.
010980     COMPUTE NA-PAD-COUNT =
010990         (NA-BLOCK-COUNT * NA-BLOCKING-FACTOR) - NA-RECORD-COUNT.
011000     IF NA-PAD-COUNT > ZERO
011010         PERFORM 9060-WRITE-ONE-PAD-LINE
011020             THRU 9060-WRITE-ONE-PAD-LINE-EXIT
011030             VARYING NA-PAD-IDX FROM 1 BY 1
011040             UNTIL NA-PAD-IDX > NA-PAD-COUNT
011050     END-IF.
011060 9050-WRITE-NACHA-TRAILERS-EXIT.
011070     EXIT.
011080
011090 9060-WRITE-ONE-PAD-LINE.
011100     WRITE EXTRACT-LINE FROM NA-PAD-LINE.
011110     IF PAY-EXTRACT-STATUS NOT = '00'
011120         DISPLAY 'ERROR WRITING NACHA BLOCK PADDING - FILE '
011130             'STATUS: ' PAY-EXTRACT-STATUS
011140     END-IF.
011150 9060-WRITE-ONE-PAD-LINE-EXIT.
011160     EXIT.
011170
011180*----------------------------------------------------------------
011190* 9100-MARK-PERIOD-EXTRACTED -- THE EXTRACT WAS PRODUCED, SO THE
011200* CURRENT PERIOD IS STAMPED EXTRACTED AND THE CALENDAR FILE IS
011210* REWRITTEN. A RERUN OF THIS PROGRAM NOW NEEDS THE SUPERVISOR
011220* OVERRIDE IN 1200-CHECK-PAY-CALENDAR.
011230*----------------------------------------------------------------
011240 9100-MARK-PERIOD-EXTRACTED.
011250     MOVE 'E' TO PAY-C-STATUS(PAY-CURRENT-PERIOD-IDX).
011260     OPEN OUTPUT CALENDAR-FILE.
011270     IF PAY-CAL-STATUS NOT = '00'
011280         DISPLAY 'ERROR REWRITING PAY CALENDAR - FILE STATUS: '
011290             PAY-CAL-STATUS
011300         GO TO 9100-MARK-PERIOD-EXTRACTED-EXIT
011310     END-IF.
011320     PERFORM 9110-WRITE-ONE-CALENDAR-RECORD
011330         THRU 9110-WRITE-ONE-CALENDAR-RECORD-EXIT
011340         VARYING PAY-CAL-WRITE-IDX FROM 1 BY 1
011350         UNTIL PAY-CAL-WRITE-IDX > PAY-CAL-COUNT.
011360     CLOSE CALENDAR-FILE.
011370     DISPLAY 'PAY PERIOD ' PAY-CURRENT-PERIOD ' MARKED '
011380         'EXTRACTED.'.
011390 9100-MARK-PERIOD-EXTRACTED-EXIT.
011400     EXIT.
011410
011420 9110-WRITE-ONE-CALENDAR-RECORD.
011430     MOVE SPACES TO CALRECORD.
011440     MOVE PAY-C-PERIOD-NUMBER(PAY-CAL-WRITE-IDX) TO
011450         CAL-PERIOD-NUMBER.
011460     MOVE PAY-C-START-DATE(PAY-CAL-WRITE-IDX) TO CAL-START-DATE.
011470     MOVE PAY-C-END-DATE(PAY-CAL-WRITE-IDX) TO CAL-END-DATE.
011480     MOVE PAY-C-STATUS(PAY-CAL-WRITE-IDX) TO CAL-STATUS.
011490     MOVE PAY-C-PERIOD-TYPE(PAY-CAL-WRITE-IDX) TO
011500         CAL-PERIOD-TYPE.
011510     WRITE CALRECORD.
011520     IF PAY-CAL-STATUS NOT = '00'
011530         DISPLAY 'ERROR WRITING PAY CALENDAR - FILE STATUS: '
011540             PAY-CAL-STATUS
011550     END-IF.
011560 9110-WRITE-ONE-CALENDAR-RECORD-EXIT.
011570     EXIT.
011580
011590 END PROGRAM DirectDeposit.
