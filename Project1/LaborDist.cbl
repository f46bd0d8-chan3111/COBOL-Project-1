000530*                  REGULAR PERIOD IS ALREADY OPEN WHEN AN
000540*                  OFF-CYCLE CORRECTION RUNS, AND THE SUPPLEMENTAL
000550*                  MINI-CYCLE MUST RUN AND CLOSE FIRST.
000560* 10-15-2026  CNR  AN EMPLOYEE WHOSE HOURS WERE SPLIT ACROSS COST
000570*                  CENTERS (TIME-CLOCK TRANSFER PUNCHES) IS NOW
000580*                  DISTRIBUTED TO EACH DEPARTMENT WORKED -- THE
000590*                  SHARE OF GROSS STAMPED ON THE MASTER, WITH
000600*                  FICA, FEDERAL TAX AND NET PRORATED BY THAT
000610*                  SHARE (THE LAST COST CENTER TAKES THE
000620*                  ROUNDING). A NEW HOURS COLUMN SHOWS EACH
000630*                  DEPARTMENT'S HOURS. AN EMPLOYEE COUNTS ONCE IN
000640*                  EVERY DEPARTMENT CHARGED BUT ONCE IN THE GRAND
000650*                  TOTAL. NO SPLIT CHARGES THE HOME DEPARTMENT AS
000660*                  BEFORE. SOURCE RESEQUENCED.
000670*================================================================
000680
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT PAYROLL-FILE ASSIGN TO 'paymaster.dat'
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS OUT-EMPLOYEE-NUMBER
000760         FILE STATUS IS PAY-FILE-STATUS.
000770     SELECT DEPT-FILE ASSIGN TO 'departments.txt'
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS PAY-DEPT-STATUS.
000800     SELECT REPORT-FILE ASSIGN TO 'labordist.txt'
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS PAY-REPORT-STATUS.
000830     SELECT CALENDAR-FILE ASSIGN TO 'paycalendar.txt'
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS PAY-CAL-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  PAYROLL-FILE.
000900     COPY PAYRECOUT.
000910
000920 FD  DEPT-FILE.
000930     COPY DEPTREC.
000940
000950 FD  REPORT-FILE.
000960 01  REPORT-LINE               PIC X(100).
000970
000980 FD  CALENDAR-FILE.
000990     COPY CALREC.
001000
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------
001030* RUN CONTROL FIELDS
001040*----------------------------------------------------------------
001050 01  PAY-END-OF-FILE           PIC X(1) VALUE 'N'.
001060     88  PAY-NO-MORE-RECORDS   VALUE 'Y'.
001070 01  PAY-END-OF-DEPT           PIC X(1) VALUE 'N'.
001080 01  PAY-FILE-STATUS           PIC X(2).
001090 01  PAY-DEPT-STATUS           PIC X(2).
001100 01  PAY-REPORT-STATUS         PIC X(2).
001110 01  PAY-RECORD-COUNT          PIC 9(7) COMP VALUE ZERO.
001120 01  PAY-TERMINATED-COUNT      PIC 9(7) COMP VALUE ZERO.
001130 01  PAY-VOID-SKIP-COUNT       PIC 9(7) COMP VALUE ZERO.
001140 01  PAY-OTHER-PERIOD-COUNT    PIC 9(7) COMP VALUE ZERO.
001150 01  PAY-RUN-DATE              PIC 9(8).
001160 01  PAY-DEPT-MATCHED          PIC X(1) VALUE 'N'.
001170 01  PAY-TRANSFER-HOURS        PIC 9(7)V99 VALUE ZERO.
001180
001190*----------------------------------------------------------------
001200* PAY-PERIOD CALENDAR CONTROLS. THE PERIOD BEING DISTRIBUTED IS
001210* THE EARLIEST PERIOD NOT YET CLOSED WHOSE START DATE HAS BEEN
001220* REACHED -- THE SAME SELECTION THE REGISTER, DEPOSIT, GL AND
001230* CLOSE RUNS MAKE, SO THE GRAND TOTAL STILL TIES TO THE
001240* REGISTER.
001250*----------------------------------------------------------------
001260 01  PAY-CAL-STATUS            PIC X(2).
001270 01  PAY-END-OF-CAL            PIC X(1) VALUE 'N'.
001280 01  PAY-CAL-TABLE.
001290     05  PAY-CAL-COUNT             PIC 9(3) COMP VALUE ZERO.
001300     05  PAY-CAL-ENTRY OCCURS 1 TO 100 TIMES
001310             DEPENDING ON PAY-CAL-COUNT
001320             INDEXED BY PAY-CAL-IDX.
001330         10  PAY-C-PERIOD-NUMBER    PIC 9(4).
001340         10  PAY-C-START-DATE       PIC 9(8).
001350         10  PAY-C-END-DATE         PIC 9(8).
001360         10  PAY-C-STATUS           PIC X(1).
001370         10  PAY-C-PERIOD-TYPE      PIC X(1).
001380 01  PAY-CURRENT-PERIOD-IDX    PIC 9(3) COMP VALUE ZERO.
001390 01  PAY-SUPPL-PERIOD-IDX     PIC 9(3) COMP VALUE ZERO.
001400 01  PAY-CURRENT-PERIOD        PIC 9(4) VALUE ZERO.
001410 01  PAY-CAL-WRITE-IDX         PIC 9(3) COMP VALUE ZERO.
001420 77  PAY-CAL-MAX-ENTRIES       PIC 9(3) VALUE 100.
001430
001440*----------------------------------------------------------------
001450* DEPARTMENT ACCUMULATION TABLE. LOADED FROM THE DEPARTMENT
001460* REFERENCE FILE, PLUS ONE UNASSIGNED BUCKET ADDED AT THE END
001470* FOR MASTER RECORDS CARRYING A CODE NOT ON THE FILE. THE
001480* REPORT PRINTS ONE CONTROL GROUP PER TABLE ENTRY WITH ACTIVITY.
001490*----------------------------------------------------------------
001500 01  PAY-DEPT-TABLE.
001510     05  PAY-DEPT-COUNT             PIC 9(3) COMP VALUE ZERO.
001520     05  PAY-DEPT-ENTRY OCCURS 1 TO 501 TIMES
001530             DEPENDING ON PAY-DEPT-COUNT
001540             INDEXED BY PAY-DEPT-IDX.
001550         10  PAY-D-DEPT-CODE        PIC X(4).
001560         10  PAY-D-DEPT-NAME        PIC X(24).
001570         10  PAY-D-EMPLOYEE-COUNT   PIC 9(5) COMP.
001580         10  PAY-D-HOURS            PIC 9(7)V99.
001590         10  PAY-D-GROSS-PAY        PIC 9(11)V99.
001600         10  PAY-D-FICA-AMOUNT      PIC 9(11)V99.
001610         10  PAY-D-FED-TAX-AMOUNT   PIC 9(11)V99.
001620         10  PAY-D-NET-PAY          PIC 9(11)V99.
001630
001640 01  PAY-PRINT-IDX             PIC 9(3) COMP VALUE ZERO.
001650 01  PAY-GRAND-EMPLOYEES       PIC 9(7) COMP VALUE ZERO.
001660 01  PAY-GRAND-HOURS           PIC 9(7)V99 VALUE ZERO.
001670 01  PAY-GRAND-GROSS           PIC 9(11)V99 VALUE ZERO.
001680 01  PAY-GRAND-FICA            PIC 9(11)V99 VALUE ZERO.
001690 01  PAY-GRAND-FED-TAX         PIC 9(11)V99 VALUE ZERO.
001700 01  PAY-GRAND-NET             PIC 9(11)V99 VALUE ZERO.
001710
001720 77  PAY-DEPT-MAX-ENTRIES      PIC 9(3) VALUE 500.
001730
001740*----------------------------------------------------------------
001750* ONE RECORD'S SHARE FOR ONE COST CENTER, AND WHAT IS LEFT OF
001760* THE RECORD'S AMOUNTS FOR THE LAST COST CENTER TO TAKE.
001770*----------------------------------------------------------------
001780 01  PAY-DIST-IDX              PIC 9(1) COMP VALUE ZERO.
001790 01  PAY-DIST-LAST-IDX         PIC 9(1) COMP VALUE ZERO.
001800 01  PAY-SHARE-DEPT-CODE       PIC X(4) VALUE SPACES.
001810 01  PAY-SHARE-HOURS           PIC 9(3)V99 VALUE ZERO.
001820 01  PAY-SHARE-GROSS           PIC 9(7)V99 VALUE ZERO.
001830 01  PAY-SHARE-FICA            PIC 9(7)V99 VALUE ZERO.
001840 01  PAY-SHARE-FED-TAX         PIC 9(7)V99 VALUE ZERO.
001850 01  PAY-SHARE-NET             PIC 9(7)V99 VALUE ZERO.
001860 01  PAY-LEFT-GROSS            PIC S9(7)V99 VALUE ZERO.
001870 01  PAY-LEFT-FICA             PIC S9(7)V99 VALUE ZERO.
001880 01  PAY-LEFT-FED-TAX          PIC S9(7)V99 VALUE ZERO.
001890 01  PAY-LEFT-NET              PIC S9(7)V99 VALUE ZERO.
001900 77  PAY-DIST-MAX-ITEMS        PIC 9(1) VALUE 5.
001910
001920*----------------------------------------------------------------
001930* REPORT LINE LAYOUTS
001940*----------------------------------------------------------------
001950 01  LD-HEADING-LINE-1.
001960     10  FILLER                PIC X(30) VALUE
001970         'LABOR DISTRIBUTION REPORT'.
001980     10  FILLER                PIC X(10) VALUE 'RUN DATE: '.
001990     10  LD-RUN-DATE           PIC 9(8).
002000
002010 01  LD-DEPT-HEADING-LINE.
002020     10  FILLER                PIC X(12) VALUE 'DEPARTMENT: '.
002030     10  LD-DEPT-CODE          PIC X(4).
002040     10  FILLER                PIC X(2) VALUE SPACES.
002050     10  LD-DEPT-NAME          PIC X(24).
002060
002070 01  LD-COLUMN-HEADING-LINE.
002080     10  FILLER                PIC X(12) VALUE '  EMPLOYEES'.
002090     10  FILLER                PIC X(14) VALUE
002100         '         HOURS'.
002110     10  FILLER                PIC X(16) VALUE
002120         '       GROSS PAY'.
002130     10  FILLER                PIC X(16) VALUE
002140         '            FICA'.
002150     10  FILLER                PIC X(16) VALUE
002160         '         FED TAX'.
002170     10  FILLER                PIC X(16) VALUE
002180         '         NET PAY'.
002190
002200 01  LD-SUBTOTAL-LINE.
002210     10  LD-S-EMPLOYEE-COUNT   PIC ZZZ,ZZ9.
002220     10  FILLER                PIC X(5) VALUE SPACES.
002230     10  LD-S-HOURS            PIC Z,ZZZ,ZZ9.99.
002240     10  FILLER                PIC X(2) VALUE SPACES.
002250     10  LD-S-GROSS-PAY        PIC ZZZ,ZZZ,ZZ9.99.
002260     10  FILLER                PIC X(2) VALUE SPACES.
002270     10  LD-S-FICA-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
002280     10  FILLER                PIC X(2) VALUE SPACES.
002290     10  LD-S-FED-TAX-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
002300     10  FILLER                PIC X(2) VALUE SPACES.
002310     10  LD-S-NET-PAY          PIC ZZZ,ZZZ,ZZ9.99.
002320
002330 01  LD-GRAND-TOTAL-LABEL.
002340     10  FILLER                PIC X(30) VALUE
002350         'COMPANY GRAND TOTAL'.
002360
002370 01  LD-BLANK-LINE             PIC X(100) VALUE SPACES.
002380
002390 PROCEDURE DIVISION.
002400
002410 0000-MAIN-PROCEDURE.
002420     PERFORM 1000-INITIALIZE-LABOR-DIST
002430         THRU 1000-INITIALIZE-LABOR-DIST-EXIT.
002440     PERFORM 2000-DISTRIBUTE-RECORD
002450         THRU 2000-DISTRIBUTE-RECORD-EXIT
002460         UNTIL PAY-NO-MORE-RECORDS.
002470     PERFORM 3000-PRINT-REPORT
002480         THRU 3000-PRINT-REPORT-EXIT.
002490     PERFORM 9000-TERMINATE-LABOR-DIST
002500         THRU 9000-TERMINATE-LABOR-DIST-EXIT.
002510     STOP RUN.
002520
002530*----------------------------------------------------------------
002540* 1000-INITIALIZE-LABOR-DIST -- LOAD THE DEPARTMENT REFERENCE
002550* FILE (REQUIRED), ADD THE UNASSIGNED BUCKET, OPEN THE MASTER
002560* AND PRIME THE FIRST RECORD.
002570*----------------------------------------------------------------
002580 1000-INITIALIZE-LABOR-DIST.
002590     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
002600     PERFORM 1200-CHECK-PAY-CALENDAR
002610         THRU 1200-CHECK-PAY-CALENDAR-EXIT.
002620     OPEN INPUT DEPT-FILE.
002630     IF PAY-DEPT-STATUS NOT = '00'
002640         DISPLAY 'NO DEPARTMENT REFERENCE FILE FOUND - REPORT '
002650             'NOT PRODUCED - RUN TERMINATED.'
002660         STOP RUN
002670     END-IF.
002680     PERFORM 1100-LOAD-DEPT-RECORD
002690         THRU 1100-LOAD-DEPT-RECORD-EXIT
002700         UNTIL PAY-END-OF-DEPT = 'Y'.
002710     CLOSE DEPT-FILE.
002720     ADD 1 TO PAY-DEPT-COUNT.
002730     MOVE '????' TO PAY-D-DEPT-CODE(PAY-DEPT-COUNT).
002740     MOVE 'NOT ON DEPARTMENT FILE' TO
002750         PAY-D-DEPT-NAME(PAY-DEPT-COUNT).
002760     MOVE ZERO TO PAY-D-EMPLOYEE-COUNT(PAY-DEPT-COUNT).
002770     MOVE ZERO TO PAY-D-HOURS(PAY-DEPT-COUNT).
002780     MOVE ZERO TO PAY-D-GROSS-PAY(PAY-DEPT-COUNT).
002790     MOVE ZERO TO PAY-D-FICA-AMOUNT(PAY-DEPT-COUNT).
002800     MOVE ZERO TO PAY-D-FED-TAX-AMOUNT(PAY-DEPT-COUNT).
002810     MOVE ZERO TO PAY-D-NET-PAY(PAY-DEPT-COUNT).
002820     OPEN INPUT PAYROLL-FILE.
002830*    A MASTER THAT EXISTS BUT WILL NOT OPEN (E.G. A RECORD
002840*    LAYOUT/ATTRIBUTE MISMATCH, FILE STATUS 39, FROM A MISSED
002850*    MasterUpgrade RUN) MUST NOT FALL THROUGH TO THE READS.
002860     IF PAY-FILE-STATUS NOT = '00'
002870         AND PAY-FILE-STATUS NOT = '35'
002880         AND PAY-FILE-STATUS NOT = '05'
002890         DISPLAY 'ERROR OPENING PAYROLL MASTER - FILE STATUS: '
002900             PAY-FILE-STATUS ' - RUN TERMINATED.'
002910         STOP RUN
002920     END-IF.
002930     OPEN OUTPUT REPORT-FILE.
002940     IF PAY-FILE-STATUS = '35' OR PAY-FILE-STATUS = '05'
002950         DISPLAY 'NO PAYROLL MASTER FOUND - REPORT WILL HAVE '
002960             'NO DETAIL.'
002970         MOVE 'Y' TO PAY-END-OF-FILE
002980     ELSE
002990         PERFORM 2100-READ-PAYROLL-FILE
003000             THRU 2100-READ-PAYROLL-FILE-EXIT
003010     END-IF.
003020 1000-INITIALIZE-LABOR-DIST-EXIT.
003030     EXIT.
003040
003050 1100-LOAD-DEPT-RECORD.
003060     READ DEPT-FILE
003070         AT END
003080             MOVE 'Y' TO PAY-END-OF-DEPT
003090         NOT AT END
003100             IF PAY-DEPT-COUNT < PAY-DEPT-MAX-ENTRIES
003110                 ADD 1 TO PAY-DEPT-COUNT
003120                 MOVE DEPT-CODE TO
003130                     PAY-D-DEPT-CODE(PAY-DEPT-COUNT)
003140                 MOVE DEPT-NAME TO
003150                     PAY-D-DEPT-NAME(PAY-DEPT-COUNT)
003160                 MOVE ZERO TO
003170                     PAY-D-EMPLOYEE-COUNT(PAY-DEPT-COUNT)
003180                 MOVE ZERO TO PAY-D-HOURS(PAY-DEPT-COUNT)
003190                 MOVE ZERO TO PAY-D-GROSS-PAY(PAY-DEPT-COUNT)
003200                 MOVE ZERO TO PAY-D-FICA-AMOUNT(PAY-DEPT-COUNT)
003210                 MOVE ZERO TO
003220                     PAY-D-FED-TAX-AMOUNT(PAY-DEPT-COUNT)
003230                 MOVE ZERO TO PAY-D-NET-PAY(PAY-DEPT-COUNT)
003240             ELSE
003250                 DISPLAY 'DEPARTMENT FILE EXCEEDS THE '
003260                     PAY-DEPT-MAX-ENTRIES ' ENTRY TABLE '
003270                     'CAPACITY - RUN TERMINATED.'
003280                 CLOSE DEPT-FILE
003290                 STOP RUN
003300             END-IF
003310     END-READ.
003320 1100-LOAD-DEPT-RECORD-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------------
003360* 1200-CHECK-PAY-CALENDAR -- LOAD THE CALENDAR AND SELECT THE
003370* PERIOD TO DISTRIBUTE: THE EARLIEST PERIOD NOT YET CLOSED
003380* WHOSE START DATE HAS BEEN REACHED, THE SAME SELECTION THE
003390* REGISTER, DEPOSIT, GL AND CLOSE RUNS MAKE.
003400*----------------------------------------------------------------
003410 1200-CHECK-PAY-CALENDAR.
003420     OPEN INPUT CALENDAR-FILE.
003430     IF PAY-CAL-STATUS NOT = '00'
003440         DISPLAY 'NO PAY-PERIOD CALENDAR FILE FOUND - REPORT '
003450             'NOT PRODUCED - RUN TERMINATED.'
003460         STOP RUN
003470     END-IF.
003480     PERFORM 1210-LOAD-CALENDAR-RECORD
003490         THRU 1210-LOAD-CALENDAR-RECORD-EXIT
003500         UNTIL PAY-END-OF-CAL = 'Y'.
003510     CLOSE CALENDAR-FILE.
003520     PERFORM 1220-FIND-CURRENT-PERIOD
003530         THRU 1220-FIND-CURRENT-PERIOD-EXIT
003540         VARYING PAY-CAL-WRITE-IDX FROM 1 BY 1
003550         UNTIL PAY-CAL-WRITE-IDX > PAY-CAL-COUNT.
003560*    A STARTED, UNCLOSED SUPPLEMENTAL MINI-CYCLE RUNS AND
003570*    CLOSES BEFORE THE NEXT REGULAR PERIOD IS TOUCHED.
003580     IF PAY-SUPPL-PERIOD-IDX NOT = ZERO
003590         MOVE PAY-SUPPL-PERIOD-IDX TO PAY-CURRENT-PERIOD-IDX
003600     END-IF.
003610     IF PAY-CURRENT-PERIOD-IDX = ZERO
003620         DISPLAY 'NO UNCLOSED PAY PERIOD HAS STARTED AS OF '
003630             'RUN DATE ' PAY-RUN-DATE ' - RUN TERMINATED.'
003640         STOP RUN
003650     END-IF.
003660     MOVE PAY-C-PERIOD-NUMBER(PAY-CURRENT-PERIOD-IDX) TO
003670         PAY-CURRENT-PERIOD.
003680     IF PAY-C-PERIOD-TYPE(PAY-CURRENT-PERIOD-IDX) = 'S'
003690         DISPLAY 'DISTRIBUTING SUPPLEMENTAL PAY PERIOD '
003700             PAY-CURRENT-PERIOD '.'
003710     ELSE
003720         DISPLAY 'DISTRIBUTING PAY PERIOD ' PAY-CURRENT-PERIOD
003730             '.'
003740     END-IF.
003750 1200-CHECK-PAY-CALENDAR-EXIT.
003760     EXIT.
003770
003780 1210-LOAD-CALENDAR-RECORD.
003790     READ CALENDAR-FILE
003800         AT END
003810             MOVE 'Y' TO PAY-END-OF-CAL
003820         NOT AT END
003830             IF PAY-CAL-COUNT < PAY-CAL-MAX-ENTRIES
003840                 ADD 1 TO PAY-CAL-COUNT
003850                 MOVE CAL-PERIOD-NUMBER TO
003860                     PAY-C-PERIOD-NUMBER(PAY-CAL-COUNT)
003870                 MOVE CAL-START-DATE TO
003880                     PAY-C-START-DATE(PAY-CAL-COUNT)
003890                 MOVE CAL-END-DATE TO
003900                     PAY-C-END-DATE(PAY-CAL-COUNT)
003910                 MOVE CAL-STATUS TO
003920                     PAY-C-STATUS(PAY-CAL-COUNT)
003930                 IF CAL-PERIOD-TYPE = 'S'
003940                     MOVE 'S' TO
003950                         PAY-C-PERIOD-TYPE(PAY-CAL-COUNT)
003960                 ELSE
003970                     MOVE 'R' TO
003980                         PAY-C-PERIOD-TYPE(PAY-CAL-COUNT)
003990                 END-IF
004000             ELSE
004010                 DISPLAY 'PAY CALENDAR EXCEEDS THE '
004020                     PAY-CAL-MAX-ENTRIES ' PERIOD TABLE '
004030                     'CAPACITY - RUN TERMINATED.'
004040                 CLOSE CALENDAR-FILE
004050                 STOP RUN
004060             END-IF
004070     END-READ.
004080 1210-LOAD-CALENDAR-RECORD-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------
004120* 1220-FIND-CURRENT-PERIOD -- THE FIRST (EARLIEST) PERIOD NOT
004130* YET CLOSED WHOSE START DATE HAS BEEN REACHED IS THE ONE TO
004140* DISTRIBUTE. THE CALENDAR IS KEPT IN DATE ORDER BY OPERATIONS.
004150*----------------------------------------------------------------
004160 1220-FIND-CURRENT-PERIOD.
004170*    A STARTED, UNCLOSED SUPPLEMENTAL PERIOD IS REMEMBERED AS
004180*    IT GOES BY -- IT TAKES PRECEDENCE OVER THE EARLIEST
004190*    UNCLOSED REGULAR PERIOD, WHICH IS NORMALLY ALREADY OPEN BY
004200*    THE TIME AN OFF-CYCLE CORRECTION RUNS.
004210     IF PAY-SUPPL-PERIOD-IDX = ZERO
004220         AND PAY-C-PERIOD-TYPE(PAY-CAL-WRITE-IDX) = 'S'
004230         AND PAY-C-STATUS(PAY-CAL-WRITE-IDX) NOT = 'C'
004240         AND PAY-C-START-DATE(PAY-CAL-WRITE-IDX) <=
004250             PAY-RUN-DATE
004260         MOVE PAY-CAL-WRITE-IDX TO PAY-SUPPL-PERIOD-IDX
004270     END-IF.
004280     IF PAY-CURRENT-PERIOD-IDX = ZERO
004290         AND PAY-C-STATUS(PAY-CAL-WRITE-IDX) NOT = 'C'
004300         AND PAY-C-START-DATE(PAY-CAL-WRITE-IDX) <=
004310             PAY-RUN-DATE
004320         MOVE PAY-CAL-WRITE-IDX TO PAY-CURRENT-PERIOD-IDX
004330     END-IF.
004340 1220-FIND-CURRENT-PERIOD-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------------
004380* 2000-DISTRIBUTE-RECORD -- ADD ONE MASTER RECORD INTO ITS
004390* DEPARTMENT'S ACCUMULATORS, OR, WHEN ITS HOURS WERE SPLIT BY
004400* COST CENTER, EACH SHARE INTO THAT COST CENTER'S. AN UNMATCHED
004410* CODE FALLS INTO THE UNASSIGNED BUCKET (THE LAST TABLE ENTRY).
004420*----------------------------------------------------------------
004430 2000-DISTRIBUTE-RECORD.
004440*    ONLY RECORDS STAMPED WITH THE PERIOD BEING DISTRIBUTED ARE
004450*    TOTALED -- THE SAME POPULATION THE REGISTER, DEPOSIT, GL
004460*    AND CLOSE RUNS SELECT, SO THE GRAND TOTAL STILL TIES TO
004470*    THE REGISTER. A STALE PRIOR-PERIOD STAMP (UNPAID LEAVE,
004480*    EMPLOYEE NOT RE-KEYED, PAST TERMINATION) IS NORMAL AND
004490*    ONLY COUNTED. A CURRENT-PERIOD RECORD FOR A TERMINATED
004500*    EMPLOYEE IS FINAL PAY BEING DISBURSED AND IS DISTRIBUTED
004510*    TO ITS COST CENTER LIKE ANY OTHER.
004520     IF OUT-PAY-PERIOD NOT = PAY-CURRENT-PERIOD
004530         IF OUT-EMPLOY-STATUS = 'T'
004540             AND OUT-TERM-DATE NUMERIC
004550             AND OUT-TERM-DATE < PAY-RUN-DATE
004560             ADD 1 TO PAY-TERMINATED-COUNT
004570         ELSE
004580             ADD 1 TO PAY-OTHER-PERIOD-COUNT
004590         END-IF
004600         GO TO 2000-DISTRIBUTE-NEXT-RECORD
004610     END-IF.
004620*    A VOID'S HOURS AND DOLLARS WERE DISTRIBUTED WHEN THE
004630*    ORIGINAL PERIOD RAN -- NOT DISTRIBUTED AGAIN.
004640     IF AUD-ACTION-CODE = 'V'
004650         ADD 1 TO PAY-VOID-SKIP-COUNT
004660         GO TO 2000-DISTRIBUTE-NEXT-RECORD
004670     END-IF.
004680     MOVE ZERO TO PAY-DIST-LAST-IDX.
004690     PERFORM 2200-FIND-LAST-DIST
004700         THRU 2200-FIND-LAST-DIST-EXIT
004710         VARYING PAY-DIST-IDX FROM 1 BY 1
004720         UNTIL PAY-DIST-IDX > PAY-DIST-MAX-ITEMS.
004730     IF PAY-DIST-LAST-IDX = ZERO OR OUT-GROSS-PAY = ZERO
004740         MOVE OUT-DEPARTMENT-CODE TO PAY-SHARE-DEPT-CODE
004750         IF OUT-HOURS-WORKED NUMERIC
004760             MOVE OUT-HOURS-WORKED TO PAY-SHARE-HOURS
004770         ELSE
004780             MOVE ZERO TO PAY-SHARE-HOURS
004790         END-IF
004800         MOVE OUT-GROSS-PAY TO PAY-SHARE-GROSS
004810         MOVE OUT-FICA-AMOUNT TO PAY-SHARE-FICA
004820         MOVE OUT-FED-TAX-AMOUNT TO PAY-SHARE-FED-TAX
004830         MOVE OUT-NET-PAY TO PAY-SHARE-NET
004840         PERFORM 2400-POST-SHARE
004850             THRU 2400-POST-SHARE-EXIT
004860     ELSE
004870         MOVE OUT-GROSS-PAY TO PAY-LEFT-GROSS
004880         MOVE OUT-FICA-AMOUNT TO PAY-LEFT-FICA
004890         MOVE OUT-FED-TAX-AMOUNT TO PAY-LEFT-FED-TAX
004900         MOVE OUT-NET-PAY TO PAY-LEFT-NET
004910         PERFORM 2300-POST-ONE-DIST
004920             THRU 2300-POST-ONE-DIST-EXIT
004930             VARYING PAY-DIST-IDX FROM 1 BY 1
004940             UNTIL PAY-DIST-IDX > PAY-DIST-LAST-IDX
004950     END-IF.
004960     ADD 1 TO PAY-RECORD-COUNT.
004970 2000-DISTRIBUTE-NEXT-RECORD.
004980     PERFORM 2100-READ-PAYROLL-FILE
004990         THRU 2100-READ-PAYROLL-FILE-EXIT.
005000 2000-DISTRIBUTE-RECORD-EXIT.
005010     EXIT.
005020
005030 2100-READ-PAYROLL-FILE.
005040     READ PAYROLL-FILE
005050         AT END
005060             MOVE 'Y' TO PAY-END-OF-FILE
005070     END-READ.
005080 2100-READ-PAYROLL-FILE-EXIT.
005090     EXIT.
005100
005110*    A MASTER WRITTEN BEFORE THE COST-CENTER SPLIT EXISTED HAS
005120*    SPACES THERE -- NO SLOT IN USE.
005130 2200-FIND-LAST-DIST.
005140     IF OUT-DIST-DEPT-CODE(PAY-DIST-IDX) NOT = SPACES
005150         AND OUT-DIST-HOURS(PAY-DIST-IDX) NUMERIC
005160         AND OUT-DIST-GROSS(PAY-DIST-IDX) NUMERIC
005170         MOVE PAY-DIST-IDX TO PAY-DIST-LAST-IDX
005180     END-IF.
005190 2200-FIND-LAST-DIST-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------------
005230* 2300-POST-ONE-DIST -- ONE COST CENTER'S SHARE OF THE RECORD:
005240* ITS HOURS AND GROSS AS STAMPED ON THE MASTER, WITH FICA,
005250* FEDERAL TAX AND NET PRORATED BY ITS SHARE OF GROSS. THE LAST
005260* COST CENTER TAKES WHAT IS LEFT SO THE SHARES FOOT TO THE
005270* RECORD AND THE GRAND TOTAL STILL TIES TO THE REGISTER.
005280*----------------------------------------------------------------
005290 2300-POST-ONE-DIST.
005300     IF OUT-DIST-DEPT-CODE(PAY-DIST-IDX) = SPACES
005310         OR OUT-DIST-HOURS(PAY-DIST-IDX) NOT NUMERIC
005320         OR OUT-DIST-GROSS(PAY-DIST-IDX) NOT NUMERIC
005330         GO TO 2300-POST-ONE-DIST-EXIT
005340     END-IF.
005350     MOVE OUT-DIST-DEPT-CODE(PAY-DIST-IDX) TO PAY-SHARE-DEPT-CODE.
005360     MOVE OUT-DIST-HOURS(PAY-DIST-IDX) TO PAY-SHARE-HOURS.
005370     IF PAY-DIST-IDX = PAY-DIST-LAST-IDX
005380         MOVE PAY-LEFT-GROSS TO PAY-SHARE-GROSS
005390         MOVE PAY-LEFT-FICA TO PAY-SHARE-FICA
005400         MOVE PAY-LEFT-FED-TAX TO PAY-SHARE-FED-TAX
005410         MOVE PAY-LEFT-NET TO PAY-SHARE-NET
005420     ELSE
005430         MOVE OUT-DIST-GROSS(PAY-DIST-IDX) TO PAY-SHARE-GROSS
005440         COMPUTE PAY-SHARE-FICA ROUNDED =
005450             OUT-FICA-AMOUNT * PAY-SHARE-GROSS / OUT-GROSS-PAY
005460         COMPUTE PAY-SHARE-FED-TAX ROUNDED =
005470             OUT-FED-TAX-AMOUNT * PAY-SHARE-GROSS / OUT-GROSS-PAY
005480         COMPUTE PAY-SHARE-NET ROUNDED =
005490             OUT-NET-PAY * PAY-SHARE-GROSS / OUT-GROSS-PAY
005500         SUBTRACT PAY-SHARE-GROSS FROM PAY-LEFT-GROSS
005510         SUBTRACT PAY-SHARE-FICA FROM PAY-LEFT-FICA
005520         SUBTRACT PAY-SHARE-FED-TAX FROM PAY-LEFT-FED-TAX
005530         SUBTRACT PAY-SHARE-NET FROM PAY-LEFT-NET
005540     END-IF.
005550     IF PAY-SHARE-DEPT-CODE NOT = OUT-DEPARTMENT-CODE
005560         ADD PAY-SHARE-HOURS TO PAY-TRANSFER-HOURS
005570     END-IF.
005580     PERFORM 2400-POST-SHARE
005590         THRU 2400-POST-SHARE-EXIT.
005600 2300-POST-ONE-DIST-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------
005640* 2400-POST-SHARE -- ADD ONE SHARE INTO ITS DEPARTMENT'S
005650* ACCUMULATORS. AN UNMATCHED CODE FALLS INTO THE UNASSIGNED
005660* BUCKET (THE LAST TABLE ENTRY).
005670*----------------------------------------------------------------
005680 2400-POST-SHARE.
005690     MOVE 'N' TO PAY-DEPT-MATCHED.
005700     SET PAY-DEPT-IDX TO 1.
005710     SEARCH PAY-DEPT-ENTRY
005720         AT END
005730             CONTINUE
005740         WHEN PAY-D-DEPT-CODE(PAY-DEPT-IDX) =
005750                 PAY-SHARE-DEPT-CODE
005760             MOVE 'Y' TO PAY-DEPT-MATCHED
005770     END-SEARCH.
005780     IF PAY-DEPT-MATCHED = 'N'
005790         SET PAY-DEPT-IDX TO PAY-DEPT-COUNT
005800     END-IF.
005810     ADD 1 TO PAY-D-EMPLOYEE-COUNT(PAY-DEPT-IDX).
005820     ADD PAY-SHARE-HOURS TO PAY-D-HOURS(PAY-DEPT-IDX).
005830     ADD PAY-SHARE-GROSS TO PAY-D-GROSS-PAY(PAY-DEPT-IDX).
005840     ADD PAY-SHARE-FICA TO PAY-D-FICA-AMOUNT(PAY-DEPT-IDX).
005850     ADD PAY-SHARE-FED-TAX TO
005860         PAY-D-FED-TAX-AMOUNT(PAY-DEPT-IDX).
005870     ADD PAY-SHARE-NET TO PAY-D-NET-PAY(PAY-DEPT-IDX).
005880 2400-POST-SHARE-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------
005920* 3000-PRINT-REPORT -- ONE CONTROL GROUP PER DEPARTMENT WITH
005930* ACTIVITY, THEN THE COMPANY GRAND TOTAL. THE GRAND TOTAL NET
005940* MUST TIE TO THE PAYROLL REGISTER'S GRAND TOTAL NET. THE GRAND
005950* TOTAL EMPLOYEE COUNT IS THE RECORDS DISTRIBUTED -- AN EMPLOYEE
005960* SPLIT ACROSS COST CENTERS COUNTS IN EACH DEPARTMENT BUT ONCE
005970* HERE.
005980*----------------------------------------------------------------
005990 3000-PRINT-REPORT.
006000     MOVE PAY-RUN-DATE TO LD-RUN-DATE.
006010     WRITE REPORT-LINE FROM LD-HEADING-LINE-1.
006020     PERFORM 3100-PRINT-ONE-DEPARTMENT
006030         THRU 3100-PRINT-ONE-DEPARTMENT-EXIT
006040         VARYING PAY-PRINT-IDX FROM 1 BY 1
006050         UNTIL PAY-PRINT-IDX > PAY-DEPT-COUNT.
006060     WRITE REPORT-LINE FROM LD-BLANK-LINE.
006070     WRITE REPORT-LINE FROM LD-GRAND-TOTAL-LABEL.
006080     WRITE REPORT-LINE FROM LD-COLUMN-HEADING-LINE.
006090     MOVE PAY-RECORD-COUNT TO PAY-GRAND-EMPLOYEES.
006100     MOVE PAY-GRAND-EMPLOYEES TO LD-S-EMPLOYEE-COUNT.
006110     MOVE PAY-GRAND-HOURS TO LD-S-HOURS.
006120     MOVE PAY-GRAND-GROSS TO LD-S-GROSS-PAY.
006130     MOVE PAY-GRAND-FICA TO LD-S-FICA-AMOUNT.
006140     MOVE PAY-GRAND-FED-TAX TO LD-S-FED-TAX-AMOUNT.
006150     MOVE PAY-GRAND-NET TO LD-S-NET-PAY.
006160     WRITE REPORT-LINE FROM LD-SUBTOTAL-LINE.
006170     IF PAY-REPORT-STATUS NOT = '00'
006180         DISPLAY 'ERROR WRITING LABOR DISTRIBUTION REPORT - '
006190             'FILE STATUS: ' PAY-REPORT-STATUS
006200     END-IF.
006210 3000-PRINT-REPORT-EXIT.
006220     EXIT.
006230
006240*----------------------------------------------------------------
006250* 3100-PRINT-ONE-DEPARTMENT -- SKIP DEPARTMENTS WITH NO
006260* ACTIVITY THIS PERIOD; ROLL THE REST INTO THE GRAND TOTAL.
006270*----------------------------------------------------------------
006280 3100-PRINT-ONE-DEPARTMENT.
006290     IF PAY-D-EMPLOYEE-COUNT(PAY-PRINT-IDX) = ZERO
006300         GO TO 3100-PRINT-ONE-DEPARTMENT-EXIT
006310     END-IF.
006320     WRITE REPORT-LINE FROM LD-BLANK-LINE.
006330     MOVE PAY-D-DEPT-CODE(PAY-PRINT-IDX) TO LD-DEPT-CODE.
006340     MOVE PAY-D-DEPT-NAME(PAY-PRINT-IDX) TO LD-DEPT-NAME.
006350     WRITE REPORT-LINE FROM LD-DEPT-HEADING-LINE.
006360     WRITE REPORT-LINE FROM LD-COLUMN-HEADING-LINE.
006370     MOVE PAY-D-EMPLOYEE-COUNT(PAY-PRINT-IDX) TO
006380         LD-S-EMPLOYEE-COUNT.
006390     MOVE PAY-D-HOURS(PAY-PRINT-IDX) TO LD-S-HOURS.
006400     MOVE PAY-D-GROSS-PAY(PAY-PRINT-IDX) TO LD-S-GROSS-PAY.
006410     MOVE PAY-D-FICA-AMOUNT(PAY-PRINT-IDX) TO LD-S-FICA-AMOUNT.
006420     MOVE PAY-D-FED-TAX-AMOUNT(PAY-PRINT-IDX) TO
006430         LD-S-FED-TAX-AMOUNT.
006440     MOVE PAY-D-NET-PAY(PAY-PRINT-IDX) TO LD-S-NET-PAY.
006450     WRITE REPORT-LINE FROM LD-SUBTOTAL-LINE.
006460     ADD PAY-D-HOURS(PAY-PRINT-IDX) TO PAY-GRAND-HOURS.
006470     ADD PAY-D-GROSS-PAY(PAY-PRINT-IDX) TO PAY-GRAND-GROSS.
006480     ADD PAY-D-FICA-AMOUNT(PAY-PRINT-IDX) TO PAY-GRAND-FICA.
006490     ADD PAY-D-FED-TAX-AMOUNT(PAY-PRINT-IDX) TO
006500         PAY-GRAND-FED-TAX.
006510     ADD PAY-D-NET-PAY(PAY-PRINT-IDX) TO PAY-GRAND-NET.
006520 3100-PRINT-ONE-DEPARTMENT-EXIT.
006530     EXIT.
006540
006550 9000-TERMINATE-LABOR-DIST.
006560     CLOSE PAYROLL-FILE.
006570     CLOSE REPORT-FILE.
006580     DISPLAY 'LABOR DISTRIBUTION RECONCILIATION - PERIOD '
006590         PAY-CURRENT-PERIOD.
006600     DISPLAY '  MASTER RECORDS DISTRIBUTED . . . . . : '
006610         PAY-RECORD-COUNT.
006620     DISPLAY '  SKIPPED - PRIOR-PERIOD STAMP . . . . : '
006630         PAY-OTHER-PERIOD-COUNT.
006640     DISPLAY '  SKIPPED - TERMINATED (PRIOR PERIOD). : '
006650         PAY-TERMINATED-COUNT.
006660     IF PAY-VOID-SKIP-COUNT > ZERO
006670         DISPLAY '  SKIPPED - VOID RECORDS . . . . . . . : '
006680             PAY-VOID-SKIP-COUNT
006690     END-IF.
006700     DISPLAY '  HOURS CHARGED OUTSIDE HOME DEPT. . . : '
006710         PAY-TRANSFER-HOURS.
006720     DISPLAY '  GRAND TOTAL NET PAY (TIE TO REGISTER): '
006730         PAY-GRAND-NET.
006740 9000-TERMINATE-LABOR-DIST-EXIT.
006750     EXIT.
006760
006770 END PROGRAM LaborDist.
006780
