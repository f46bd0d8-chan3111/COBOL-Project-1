000400*                  INTERLEAVED PUNCHES (A IN, B IN, A OUT) ARE
000410*                  NORMAL AND MUST PAIR, NOT LAND ON THE
000420*                  EXCEPTION LISTING. SOURCE RESEQUENCED.
000430* 10-15-2026  CNR  A MASTER LAST WRITTEN BY A RETRO ADJUSTMENT
000440*                  (SALARY-CODED J THAT KEPT AN HOURLY RATE) IS
000450*                  STILL AN HOURLY EMPLOYEE AND IS NOT REJECTED AS
000460*                  SALARIED. SOURCE RESEQUENCED.
000470* 10-15-2026  CNR  A PUNCH MAY NOW CARRY A TRANSFER DEPARTMENT/
000480*                  COST CENTER AFTER THE PUNCH TYPE. THE CODE ON
000490*                  THE IN-PUNCH CHARGES THAT PAIR'S HOURS TO THE
000500*                  COST CENTER; BLANK MEANS THE HOME DEPARTMENT ON
000510*                  THE MASTER. EACH EMPLOYEE'S HOURS ARE SPLIT BY
000520*                  COST CENTER (UP TO FIVE A WEEK) AND THE SPLIT
000530*                  RIDES ON THE C TRANSACTION IN TRANS-LABOR-DIST
000540*                  FOR Payroll.cbl TO CARRY TO THE MASTER. A
000550*                  SIXTH COST CENTER IN ONE WEEK IS AN EXCEPTION.
000560*                  SOURCE RESEQUENCED.
000570*================================================================
000580
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT PUNCH-FILE ASSIGN TO 'timeclock.txt'
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PAY-PUNCH-STATUS.
000650     SELECT PAYROLL-FILE ASSIGN TO 'paymaster.dat'
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS OUT-EMPLOYEE-NUMBER
000690         FILE STATUS IS PAY-FILE-STATUS.
000700     SELECT TRANSACTION-FILE ASSIGN TO 'transactions.txt'
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS PAY-TRANS-STATUS.
000730     SELECT EXCEPTION-FILE ASSIGN TO 'timeexceptions.txt'
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS PAY-EXCEPTION-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790*----------------------------------------------------------------
000800* PUNCH-FILE -- RAW TIME-CLOCK EXPORT. ONE LINE PER PUNCH, IN
000810* CLOCK ORDER: EMPLOYEE, DATE, TIME (HHMM, 24 HOUR), I OR O, AND
000820* THE TRANSFER DEPARTMENT KEYED AT THE CLOCK (BLANK WHEN THE
000830* EMPLOYEE IS WORKING IN THE HOME DEPARTMENT).
000840*----------------------------------------------------------------
000850 FD  PUNCH-FILE.
000860 01  PUNCH-RECORD.
000870     10  PCH-EMPLOYEE-NUMBER      PIC 9(9).
000880     10  FILLER                   PIC X(1) VALUE SPACE.
000890     10  PCH-PUNCH-DATE           PIC 9(8).
000900     10  FILLER                   PIC X(1) VALUE SPACE.
000910     10  PCH-PUNCH-TIME           PIC 9(4).
000920     10  FILLER                   PIC X(1) VALUE SPACE.
000930     10  PCH-PUNCH-TYPE           PIC X(1).
000940         88  PCH-PUNCH-IN         VALUE 'I'.
000950         88  PCH-PUNCH-OUT        VALUE 'O'.
000960     10  FILLER                   PIC X(1) VALUE SPACE.
000970     10  PCH-DEPARTMENT-CODE      PIC X(4).
000980
000990 FD  PAYROLL-FILE.
001000     COPY PAYRECOUT.
001010
001020 FD  TRANSACTION-FILE.
001030     COPY TRANREC.
001040
001050 FD  EXCEPTION-FILE.
001060 01  EXCEPTION-LINE              PIC X(80).
001070
001080 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------
001100* RUN CONTROL FIELDS
001110*----------------------------------------------------------------
001120 01  PAY-END-OF-PUNCH          PIC X(1) VALUE 'N'.
001130     88  PAY-NO-MORE-PUNCHES   VALUE 'Y'.
001140 01  PAY-PUNCH-STATUS          PIC X(2).
001150 01  PAY-FILE-STATUS           PIC X(2).
001160 01  PAY-TRANS-STATUS          PIC X(2).
001170 01  PAY-EXCEPTION-STATUS      PIC X(2).
001180 01  PAY-RUN-DATE              PIC 9(8) VALUE ZERO.
001190 01  PAY-BATCH-NUMBER          PIC 9(6) VALUE ZERO.
001200 01  PAY-PUNCH-COUNT           PIC 9(7) COMP VALUE ZERO.
001210 01  PAY-PAIR-COUNT            PIC 9(7) COMP VALUE ZERO.
001220 01  PAY-EXCEPTION-COUNT       PIC 9(7) COMP VALUE ZERO.
001230 01  PAY-TRANS-WRITTEN-COUNT   PIC 9(7) COMP VALUE ZERO.
001240 01  PAY-MASTER-FOUND          PIC X(1) VALUE 'N'.
001250     88  PAY-RECORD-ON-FILE    VALUE 'Y'.
001260 77  PAY-HOURS-CEILING         PIC 9(3)V99 VALUE 80.00.
001270 77  PAY-ORIGIN-SITE           PIC X(8) VALUE 'TIMECLCK'.
001280
001290*----------------------------------------------------------------
001300* PUNCH PAIRING STATE -- THE EXPORT IS CHRONOLOGICAL ACROSS ALL
001310* EMPLOYEES, SO PENDING IN-PUNCHES ARE HELD IN A TABLE KEYED BY
001320* EMPLOYEE AND DATE (ONE PENDING IN-PUNCH PER EMPLOYEE/DAY)
001330* UNTIL EACH OUT-PUNCH ARRIVES. A MATCHED PAIR COMES OFF THE
001340* TABLE; ANYTHING THAT BREAKS THE PATTERN IS AN EXCEPTION.
001350*----------------------------------------------------------------
001360 01  PAY-PND-TABLE.
001370     05  PAY-PND-COUNT             PIC 9(5) COMP VALUE ZERO.
001380     05  PAY-PND-ENTRY OCCURS 1 TO 5000 TIMES
001390             DEPENDING ON PAY-PND-COUNT
001400             INDEXED BY PAY-PND-IDX.
001410         10  PAY-P-EMPLOYEE-NUMBER PIC 9(9).
001420         10  PAY-P-PUNCH-DATE      PIC 9(8).
001430         10  PAY-P-IN-MINUTES      PIC 9(5) COMP.
001440         10  PAY-P-DEPARTMENT-CODE PIC X(4).
001450 01  PAY-PND-MATCHED           PIC X(1) VALUE 'N'.
001460 01  PAY-PND-FLUSH-IDX         PIC 9(5) COMP VALUE ZERO.
001470 77  PAY-PND-MAX-ENTRIES       PIC 9(5) VALUE 5000.
001480 01  PAY-PUNCH-MINUTES         PIC 9(5) COMP VALUE ZERO.
001490 01  PAY-ELAPSED-MINUTES       PIC S9(5) COMP VALUE ZERO.
001500 01  PAY-QUARTER-UNITS         PIC 9(4) COMP VALUE ZERO.
001510 01  PAY-PAIR-HOURS            PIC 9(3)V99 VALUE ZERO.
001520 01  PAY-TIME-WORK             PIC 9(4) VALUE ZERO.
001530 01  PAY-TIME-SPLIT REDEFINES PAY-TIME-WORK.
001540     05  PAY-TW-HH             PIC 9(2).
001550     05  PAY-TW-MM             PIC 9(2).
001560
001570*----------------------------------------------------------------
001580* PER-EMPLOYEE WEEK TOTALS ACCUMULATED FROM THE PAIRED PUNCHES,
001590* WITH THE SAME HOURS SPLIT BY THE COST CENTER ON EACH PAIR'S
001600* IN-PUNCH (BLANK = HOME DEPARTMENT, RESOLVED WHEN THE MASTER IS
001610* READ). A SIXTH COST CENTER SETS THE OVERFLOW SWITCH.
001620*----------------------------------------------------------------
001630 01  PAY-EMP-TABLE.
001640     05  PAY-EMP-COUNT             PIC 9(5) COMP VALUE ZERO.
001650     05  PAY-EMP-ENTRY OCCURS 1 TO 5000 TIMES
001660             DEPENDING ON PAY-EMP-COUNT
001670             INDEXED BY PAY-EMP-IDX.
001680         10  PAY-E-EMPLOYEE-NUMBER PIC 9(9).
001690         10  PAY-E-TOTAL-HOURS     PIC 9(3)V99.
001700         10  PAY-E-DIST-COUNT      PIC 9(1) COMP.
001710         10  PAY-E-DIST-OVERFLOW   PIC X(1).
001720         10  PAY-E-DIST OCCURS 5 TIMES.
001730             15  PAY-E-DIST-DEPT-CODE  PIC X(4).
001740             15  PAY-E-DIST-HOURS      PIC 9(3)V99.
001750 01  PAY-EMP-WRITE-IDX         PIC 9(5) COMP VALUE ZERO.
001760 01  PAY-EMP-MATCHED           PIC X(1) VALUE 'N'.
001770 77  PAY-EMP-MAX-ENTRIES       PIC 9(5) VALUE 5000.
001780 01  PAY-DIST-IDX              PIC 9(1) COMP VALUE ZERO.
001790 01  PAY-DIST-MATCHED          PIC X(1) VALUE 'N'.
001800 01  PAY-DIST-CODE             PIC X(4) VALUE SPACES.
001810 01  PAY-TX-DIST-COUNT         PIC 9(1) COMP VALUE ZERO.
001820 01  PAY-TX-DIST-IDX           PIC 9(1) COMP VALUE ZERO.
001830 01  PAY-TRANSFER-HOURS        PIC 9(5)V99 VALUE ZERO.
001840 77  PAY-DIST-MAX-ITEMS        PIC 9(1) VALUE 5.
001850
001860*----------------------------------------------------------------
001870* BATCH TRAILER CONTROL TOTALS -- BUILT HERE SO NOBODY EVER
001880* HAND-FIGURES THE HASH AGAIN.
001890*----------------------------------------------------------------
001900 01  PAY-BC-RECORD-COUNT       PIC 9(7) VALUE ZERO.
001910 01  PAY-BC-HASH-TOTAL         PIC 9(13) VALUE ZERO.
001920 01  PAY-BC-HOURS-TOTAL        PIC 9(5)V99 VALUE ZERO.
001930
001940*----------------------------------------------------------------
001950* EXCEPTION LISTING LINE
001960*----------------------------------------------------------------
001970 01  TX-EXCEPTION-LINE.
001980     10  TX-EMPLOYEE-NUMBER    PIC 9(9).
001990     10  FILLER                PIC X(2) VALUE SPACES.
002000     10  TX-PUNCH-DATE         PIC 9(8).
002010     10  FILLER                PIC X(2) VALUE SPACES.
002020     10  TX-REASON             PIC X(45).
002030
002040 PROCEDURE DIVISION.
002050
002060 0000-MAIN-PROCEDURE.
002070     PERFORM 1000-INITIALIZE-IMPORT
002080         THRU 1000-INITIALIZE-IMPORT-EXIT.
002090     PERFORM 2000-PAIR-ONE-PUNCH
002100         THRU 2000-PAIR-ONE-PUNCH-EXIT
002110         UNTIL PAY-NO-MORE-PUNCHES.
002120     PERFORM 2600-FLUSH-PENDING-PUNCH
002130         THRU 2600-FLUSH-PENDING-PUNCH-EXIT.
002140     PERFORM 3000-WRITE-TRANSACTION-BATCH
002150         THRU 3000-WRITE-TRANSACTION-BATCH-EXIT.
002160     PERFORM 9000-TERMINATE-IMPORT
002170         THRU 9000-TERMINATE-IMPORT-EXIT.
002180     STOP RUN.
002190
002200*----------------------------------------------------------------
002210* 1000-INITIALIZE-IMPORT -- THE PUNCH FILE AND PAYROLL MASTER
002220* ARE BOTH REQUIRED. THE OPERATOR ASSIGNS THE BATCH NUMBER THE
002230* SAME WAY A HAND-BUILT BATCH WOULD HAVE CARRIED ONE -- THE
002240* PROCESSED-BATCH LOG IN Payroll.cbl REFUSES A REUSED NUMBER.
002250*----------------------------------------------------------------
002260 1000-INITIALIZE-IMPORT.
002270     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
002280     DISPLAY 'ENTER THE BATCH NUMBER FOR THIS IMPORT:'.
002290     ACCEPT PAY-BATCH-NUMBER.
002300     IF PAY-BATCH-NUMBER NOT NUMERIC
002310         OR PAY-BATCH-NUMBER = ZERO
002320         DISPLAY 'BATCH NUMBER MUST BE A NON-ZERO NUMBER - '
002330             'RUN TERMINATED.'
002340         STOP RUN
002350     END-IF.
002360     OPEN INPUT PUNCH-FILE.
002370     IF PAY-PUNCH-STATUS NOT = '00'
002380         DISPLAY 'NO TIME-CLOCK PUNCH FILE FOUND - RUN '
002390             'TERMINATED.'
002400         STOP RUN
002410     END-IF.
002420     OPEN INPUT PAYROLL-FILE.
002430     IF PAY-FILE-STATUS NOT = '00'
002440         DISPLAY 'NO PAYROLL MASTER FOUND - HOURS CANNOT BE '
002450             'MATCHED TO EMPLOYEES - RUN TERMINATED.'
002460         STOP RUN
002470     END-IF.
002480     OPEN OUTPUT EXCEPTION-FILE.
002490     PERFORM 2100-READ-PUNCH-RECORD
002500         THRU 2100-READ-PUNCH-RECORD-EXIT.
002510 1000-INITIALIZE-IMPORT-EXIT.
002520     EXIT.
002530
002540*----------------------------------------------------------------
002550* 2000-PAIR-ONE-PUNCH -- AN IN-PUNCH OPENS A PENDING PAIR; THE
002560* MATCHING OUT-PUNCH (SAME EMPLOYEE, SAME DAY) CLOSES IT AND
002570* THE ELAPSED TIME, ROUNDED TO THE NEAREST QUARTER HOUR, GOES
002580* INTO THE EMPLOYEE'S WEEK TOTAL. ANYTHING ELSE IS AN
002590* EXCEPTION.
002600*----------------------------------------------------------------
002610 2000-PAIR-ONE-PUNCH.
002620     ADD 1 TO PAY-PUNCH-COUNT.
002630     EVALUATE TRUE
002640         WHEN PCH-PUNCH-IN
002650             PERFORM 2200-TAKE-IN-PUNCH
002660                 THRU 2200-TAKE-IN-PUNCH-EXIT
002670         WHEN PCH-PUNCH-OUT
002680             PERFORM 2300-TAKE-OUT-PUNCH
002690                 THRU 2300-TAKE-OUT-PUNCH-EXIT
002700         WHEN OTHER
002710             MOVE 'PUNCH TYPE IS NOT I OR O' TO TX-REASON
002720             PERFORM 2500-WRITE-PUNCH-EXCEPTION
002730                 THRU 2500-WRITE-PUNCH-EXCEPTION-EXIT
002740     END-EVALUATE.
002750     PERFORM 2100-READ-PUNCH-RECORD
002760         THRU 2100-READ-PUNCH-RECORD-EXIT.
002770 2000-PAIR-ONE-PUNCH-EXIT.
002780     EXIT.
002790
002800 2100-READ-PUNCH-RECORD.
002810     READ PUNCH-FILE
002820         AT END
002830             MOVE 'Y' TO PAY-END-OF-PUNCH
002840     END-READ.
002850 2100-READ-PUNCH-RECORD-EXIT.
002860     EXIT.
002870
002880*----------------------------------------------------------------
002890* 2200-TAKE-IN-PUNCH -- HOLD THE IN-PUNCH IN THE PENDING TABLE.
002900* A SECOND IN-PUNCH FOR THE SAME EMPLOYEE AND DAY MEANS THE
002910* FIRST ONE NEVER GOT ITS OUT-PUNCH: THE FIRST IS LISTED AS AN
002920* EXCEPTION AND THE NEW PUNCH TAKES ITS PLACE.
002930*----------------------------------------------------------------
002940 2200-TAKE-IN-PUNCH.
002950     MOVE PCH-PUNCH-TIME TO PAY-TIME-WORK.
002960     COMPUTE PAY-PUNCH-MINUTES =
002970         (PAY-TW-HH * 60) + PAY-TW-MM.
002980     MOVE 'N' TO PAY-PND-MATCHED.
002990     IF PAY-PND-COUNT > ZERO
003000         SET PAY-PND-IDX TO 1
003010         SEARCH PAY-PND-ENTRY
003020             AT END
003030                 CONTINUE
003040             WHEN PAY-P-EMPLOYEE-NUMBER(PAY-PND-IDX) =
003050                     PCH-EMPLOYEE-NUMBER
003060                 AND PAY-P-PUNCH-DATE(PAY-PND-IDX) =
003070                     PCH-PUNCH-DATE
003080                 MOVE 'Y' TO PAY-PND-MATCHED
003090         END-SEARCH
003100     END-IF.
003110     IF PAY-PND-MATCHED = 'Y'
003120         MOVE 'IN PUNCH WITHOUT A MATCHING OUT PUNCH' TO
003130             TX-REASON
003140         PERFORM 2500-WRITE-PUNCH-EXCEPTION
003150             THRU 2500-WRITE-PUNCH-EXCEPTION-EXIT
003160         MOVE PAY-PUNCH-MINUTES TO
003170             PAY-P-IN-MINUTES(PAY-PND-IDX)
003180         MOVE PCH-DEPARTMENT-CODE TO
003190             PAY-P-DEPARTMENT-CODE(PAY-PND-IDX)
003200         GO TO 2200-TAKE-IN-PUNCH-EXIT
003210     END-IF.
003220     IF PAY-PND-COUNT >= PAY-PND-MAX-ENTRIES
003230         DISPLAY 'PENDING PUNCH TABLE EXCEEDS THE '
003240             PAY-PND-MAX-ENTRIES ' ENTRY CAPACITY - RUN '
003250             'TERMINATED.'
003260         STOP RUN
003270     END-IF.
003280     ADD 1 TO PAY-PND-COUNT.
003290     MOVE PCH-EMPLOYEE-NUMBER TO
003300         PAY-P-EMPLOYEE-NUMBER(PAY-PND-COUNT).
003310     MOVE PCH-PUNCH-DATE TO PAY-P-PUNCH-DATE(PAY-PND-COUNT).
003320     MOVE PAY-PUNCH-MINUTES TO PAY-P-IN-MINUTES(PAY-PND-COUNT).
003330     MOVE PCH-DEPARTMENT-CODE TO
003340         PAY-P-DEPARTMENT-CODE(PAY-PND-COUNT).
003350 2200-TAKE-IN-PUNCH-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------------
003390* 2300-TAKE-OUT-PUNCH -- FIND THE PENDING IN-PUNCH FOR THIS
003400* EMPLOYEE AND DAY, TAKE THE PAIR OFF THE TABLE, AND ADD THE
003410* ROUNDED ELAPSED TIME TO THE WEEK TOTAL UNDER THE COST CENTER
003420* THE IN-PUNCH WAS MADE TO.
003430*----------------------------------------------------------------
003440 2300-TAKE-OUT-PUNCH.
003450     MOVE 'N' TO PAY-PND-MATCHED.
003460     IF PAY-PND-COUNT > ZERO
003470         SET PAY-PND-IDX TO 1
003480         SEARCH PAY-PND-ENTRY
003490             AT END
003500                 CONTINUE
003510             WHEN PAY-P-EMPLOYEE-NUMBER(PAY-PND-IDX) =
003520                     PCH-EMPLOYEE-NUMBER
003530                 AND PAY-P-PUNCH-DATE(PAY-PND-IDX) =
003540                     PCH-PUNCH-DATE
003550                 MOVE 'Y' TO PAY-PND-MATCHED
003560         END-SEARCH
003570     END-IF.
003580     IF PAY-PND-MATCHED = 'N'
003590         MOVE 'OUT PUNCH WITHOUT A MATCHING IN PUNCH' TO
003600             TX-REASON
003610         PERFORM 2500-WRITE-PUNCH-EXCEPTION
003620             THRU 2500-WRITE-PUNCH-EXCEPTION-EXIT
003630         GO TO 2300-TAKE-OUT-PUNCH-EXIT
003640     END-IF.
003650     MOVE PCH-PUNCH-TIME TO PAY-TIME-WORK.
003660     COMPUTE PAY-PUNCH-MINUTES =
003670         (PAY-TW-HH * 60) + PAY-TW-MM.
003680     COMPUTE PAY-ELAPSED-MINUTES =
003690         PAY-PUNCH-MINUTES - PAY-P-IN-MINUTES(PAY-PND-IDX).
003700     MOVE PAY-P-DEPARTMENT-CODE(PAY-PND-IDX) TO PAY-DIST-CODE.
003710*    THE PAIR IS SPENT EITHER WAY -- THE LAST TABLE ENTRY DROPS
003720*    INTO THE MATCHED SLOT AND THE TABLE SHRINKS BY ONE.
003730     MOVE PAY-P-EMPLOYEE-NUMBER(PAY-PND-COUNT) TO
003740         PAY-P-EMPLOYEE-NUMBER(PAY-PND-IDX).
003750     MOVE PAY-P-PUNCH-DATE(PAY-PND-COUNT) TO
003760         PAY-P-PUNCH-DATE(PAY-PND-IDX).
003770     MOVE PAY-P-IN-MINUTES(PAY-PND-COUNT) TO
003780         PAY-P-IN-MINUTES(PAY-PND-IDX).
003790     MOVE PAY-P-DEPARTMENT-CODE(PAY-PND-COUNT) TO
003800         PAY-P-DEPARTMENT-CODE(PAY-PND-IDX).
003810     SUBTRACT 1 FROM PAY-PND-COUNT.
003820     IF PAY-ELAPSED-MINUTES <= ZERO
003830         MOVE 'OUT PUNCH IS NOT AFTER THE IN PUNCH' TO
003840             TX-REASON
003850         PERFORM 2500-WRITE-PUNCH-EXCEPTION
003860             THRU 2500-WRITE-PUNCH-EXCEPTION-EXIT
003870         GO TO 2300-TAKE-OUT-PUNCH-EXIT
003880     END-IF.
003890*    THE SHOP ROUNDING RULE: EACH PAIR ROUNDS TO THE NEAREST
003900*    QUARTER HOUR (7.5 MINUTES AND ABOVE ROUND UP).
003910     COMPUTE PAY-QUARTER-UNITS =
003920         (PAY-ELAPSED-MINUTES + 7) / 15.
003930     COMPUTE PAY-PAIR-HOURS = PAY-QUARTER-UNITS * 0.25.
003940     PERFORM 2400-ADD-TO-WEEK-TOTAL
003950         THRU 2400-ADD-TO-WEEK-TOTAL-EXIT.
003960     ADD 1 TO PAY-PAIR-COUNT.
003970 2300-TAKE-OUT-PUNCH-EXIT.
003980     EXIT.
003990
004000 2400-ADD-TO-WEEK-TOTAL.
004010     MOVE 'N' TO PAY-EMP-MATCHED.
004020     IF PAY-EMP-COUNT > ZERO
004030         SET PAY-EMP-IDX TO 1
004040         SEARCH PAY-EMP-ENTRY
004050             AT END
004060                 CONTINUE
004070             WHEN PAY-E-EMPLOYEE-NUMBER(PAY-EMP-IDX) =
004080                     PCH-EMPLOYEE-NUMBER
004090                 MOVE 'Y' TO PAY-EMP-MATCHED
004100                 ADD PAY-PAIR-HOURS TO
004110                     PAY-E-TOTAL-HOURS(PAY-EMP-IDX)
004120         END-SEARCH
004130     END-IF.
004140     IF PAY-EMP-MATCHED = 'N'
004150         IF PAY-EMP-COUNT >= PAY-EMP-MAX-ENTRIES
004160             DISPLAY 'PUNCH FILE EXCEEDS THE '
004170                 PAY-EMP-MAX-ENTRIES ' EMPLOYEE TABLE '
004180                 'CAPACITY - RUN TERMINATED.'
004190             STOP RUN
004200         END-IF
004210         ADD 1 TO PAY-EMP-COUNT
004220         SET PAY-EMP-IDX TO PAY-EMP-COUNT
004230         MOVE PCH-EMPLOYEE-NUMBER TO
004240             PAY-E-EMPLOYEE-NUMBER(PAY-EMP-IDX)
004250         MOVE PAY-PAIR-HOURS TO
004260             PAY-E-TOTAL-HOURS(PAY-EMP-IDX)
004270         MOVE ZERO TO PAY-E-DIST-COUNT(PAY-EMP-IDX)
004280         MOVE 'N' TO PAY-E-DIST-OVERFLOW(PAY-EMP-IDX)
004290     END-IF.
004300*    THE SAME HOURS GO INTO THE EMPLOYEE'S COST-CENTER SPLIT.
004310     MOVE 'N' TO PAY-DIST-MATCHED.
004320     PERFORM 2410-MATCH-ONE-DIST
004330         THRU 2410-MATCH-ONE-DIST-EXIT
004340         VARYING PAY-DIST-IDX FROM 1 BY 1
004350         UNTIL PAY-DIST-IDX > PAY-E-DIST-COUNT(PAY-EMP-IDX).
004360     IF PAY-DIST-MATCHED = 'N'
004370         IF PAY-E-DIST-COUNT(PAY-EMP-IDX) >= PAY-DIST-MAX-ITEMS
004380             MOVE 'Y' TO PAY-E-DIST-OVERFLOW(PAY-EMP-IDX)
004390         ELSE
004400             ADD 1 TO PAY-E-DIST-COUNT(PAY-EMP-IDX)
004410             MOVE PAY-E-DIST-COUNT(PAY-EMP-IDX) TO PAY-DIST-IDX
004420             MOVE PAY-DIST-CODE TO
004430                 PAY-E-DIST-DEPT-CODE(PAY-EMP-IDX, PAY-DIST-IDX)
004440             MOVE PAY-PAIR-HOURS TO
004450                 PAY-E-DIST-HOURS(PAY-EMP-IDX, PAY-DIST-IDX)
004460         END-IF
004470     END-IF.
004480 2400-ADD-TO-WEEK-TOTAL-EXIT.
004490     EXIT.
004500
004510 2410-MATCH-ONE-DIST.
004520     IF PAY-DIST-MATCHED = 'N'
004530         AND PAY-E-DIST-DEPT-CODE(PAY-EMP-IDX, PAY-DIST-IDX) =
004540             PAY-DIST-CODE
004550         MOVE 'Y' TO PAY-DIST-MATCHED
004560         ADD PAY-PAIR-HOURS TO
004570             PAY-E-DIST-HOURS(PAY-EMP-IDX, PAY-DIST-IDX)
004580     END-IF.
004590 2410-MATCH-ONE-DIST-EXIT.
004600     EXIT.
004610
004620 2500-WRITE-PUNCH-EXCEPTION.
004630     MOVE PCH-EMPLOYEE-NUMBER TO TX-EMPLOYEE-NUMBER.
004640     MOVE PCH-PUNCH-DATE TO TX-PUNCH-DATE.
004650     PERFORM 2510-WRITE-EXCEPTION-LINE
004660         THRU 2510-WRITE-EXCEPTION-LINE-EXIT.
004670 2500-WRITE-PUNCH-EXCEPTION-EXIT.
004680     EXIT.
004690
004700 2510-WRITE-EXCEPTION-LINE.
004710     WRITE EXCEPTION-LINE FROM TX-EXCEPTION-LINE.
004720     IF PAY-EXCEPTION-STATUS NOT = '00'
004730         DISPLAY 'ERROR WRITING IMPORT EXCEPTION LISTING - '
004740             'FILE STATUS: ' PAY-EXCEPTION-STATUS
004750     END-IF.
004760     ADD 1 TO PAY-EXCEPTION-COUNT.
004770 2510-WRITE-EXCEPTION-LINE-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------------
004810* 2600-FLUSH-PENDING-PUNCH -- EVERY IN-PUNCH STILL ON THE
004820* PENDING TABLE AT END OF FILE NEVER GOT ITS OUT-PUNCH.
004830*----------------------------------------------------------------
004840 2600-FLUSH-PENDING-PUNCH.
004850     PERFORM 2610-FLUSH-ONE-PENDING-PUNCH
004860         THRU 2610-FLUSH-ONE-PENDING-PUNCH-EXIT
004870         VARYING PAY-PND-FLUSH-IDX FROM 1 BY 1
004880         UNTIL PAY-PND-FLUSH-IDX > PAY-PND-COUNT.
004890 2600-FLUSH-PENDING-PUNCH-EXIT.
004900     EXIT.
004910
004920 2610-FLUSH-ONE-PENDING-PUNCH.
004930     MOVE PAY-P-EMPLOYEE-NUMBER(PAY-PND-FLUSH-IDX) TO
004940         TX-EMPLOYEE-NUMBER.
004950     MOVE PAY-P-PUNCH-DATE(PAY-PND-FLUSH-IDX) TO
004960         TX-PUNCH-DATE.
004970     MOVE 'IN PUNCH WITHOUT A MATCHING OUT PUNCH' TO
004980         TX-REASON.
004990     PERFORM 2510-WRITE-EXCEPTION-LINE
005000         THRU 2510-WRITE-EXCEPTION-LINE-EXIT.
005010 2610-FLUSH-ONE-PENDING-PUNCH-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------------
005050* 3000-WRITE-TRANSACTION-BATCH -- HEADER FIRST, THEN ONE C
005060* TRANSACTION PER EMPLOYEE WITH AN ACCEPTED WEEK TOTAL (NAME,
005070* RATE AND DEPARTMENT COME OFF THE MASTER), THEN THE TRAILER
005080* WITH THE COUNT, EMPLOYEE-NUMBER HASH AND HOURS TOTAL THAT
005090* 1600-VERIFY-BATCH-CONTROLS PROVES BEFORE APPLYING ANYTHING.
005100*----------------------------------------------------------------
005110 3000-WRITE-TRANSACTION-BATCH.
005120     OPEN OUTPUT TRANSACTION-FILE.
005130     IF PAY-TRANS-STATUS NOT = '00'
005140         DISPLAY 'ERROR OPENING TRANSACTION FILE - FILE '
005150             'STATUS: ' PAY-TRANS-STATUS ' - RUN TERMINATED.'
005160         STOP RUN
005170     END-IF.
005180     MOVE SPACES TO BATCH-HEADER-RECORD.
005190     MOVE 'H' TO BH-RECORD-TYPE.
005200     MOVE PAY-BATCH-NUMBER TO BH-BATCH-NUMBER.
005210     MOVE PAY-RUN-DATE TO BH-CREATION-DATE.
005220     MOVE PAY-ORIGIN-SITE TO BH-ORIGIN-SITE.
005230     WRITE BATCH-HEADER-RECORD.
005240     IF PAY-TRANS-STATUS NOT = '00'
005250         DISPLAY 'ERROR WRITING BATCH HEADER - FILE STATUS: '
005260             PAY-TRANS-STATUS
005270     END-IF.
005280     PERFORM 3100-WRITE-ONE-TRANSACTION
005290         THRU 3100-WRITE-ONE-TRANSACTION-EXIT
005300         VARYING PAY-EMP-WRITE-IDX FROM 1 BY 1
005310         UNTIL PAY-EMP-WRITE-IDX > PAY-EMP-COUNT.
005320     MOVE SPACES TO BATCH-TRAILER-RECORD.
005330     MOVE 'T' TO BT-RECORD-TYPE.
005340     MOVE PAY-BC-RECORD-COUNT TO BT-RECORD-COUNT.
005350     MOVE PAY-BC-HASH-TOTAL TO BT-EMPLOYEE-HASH-TOTAL.
005360     MOVE PAY-BC-HOURS-TOTAL TO BT-HOURS-TOTAL.
005370     WRITE BATCH-TRAILER-RECORD.
005380     IF PAY-TRANS-STATUS NOT = '00'
005390         DISPLAY 'ERROR WRITING BATCH TRAILER - FILE STATUS: '
005400             PAY-TRANS-STATUS
005410     END-IF.
005420     CLOSE TRANSACTION-FILE.
005430 3000-WRITE-TRANSACTION-BATCH-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------------
005470* 3100-WRITE-ONE-TRANSACTION -- THE WEEK TOTAL MUST PASS THE
005480* REASONABLENESS CEILING, THE EMPLOYEE MUST BE AN HOURLY
005490* EMPLOYEE ON THE MASTER, AND THE HOURS MUST FALL IN NO MORE
005500* THAN FIVE COST CENTERS; OTHERWISE THE TOTAL GOES TO THE
005510* EXCEPTION LISTING AND STAYS OUT OF THE BATCH.
005520*----------------------------------------------------------------
005530 3100-WRITE-ONE-TRANSACTION.
005540     MOVE PAY-E-EMPLOYEE-NUMBER(PAY-EMP-WRITE-IDX) TO
005550         TX-EMPLOYEE-NUMBER.
005560     MOVE ZERO TO TX-PUNCH-DATE.
005570     IF PAY-E-TOTAL-HOURS(PAY-EMP-WRITE-IDX) >
005580             PAY-HOURS-CEILING
005590         MOVE 'WEEK TOTAL OVER THE 80-HOUR CEILING' TO
005600             TX-REASON
005610         PERFORM 2510-WRITE-EXCEPTION-LINE
005620             THRU 2510-WRITE-EXCEPTION-LINE-EXIT
005630         GO TO 3100-WRITE-ONE-TRANSACTION-EXIT
005640     END-IF.
005650     MOVE 'N' TO PAY-MASTER-FOUND.
005660     MOVE PAY-E-EMPLOYEE-NUMBER(PAY-EMP-WRITE-IDX) TO
005670         OUT-EMPLOYEE-NUMBER.
005680     READ PAYROLL-FILE KEY IS OUT-EMPLOYEE-NUMBER
005690         INVALID KEY
005700             CONTINUE
005710         NOT INVALID KEY
005720             MOVE 'Y' TO PAY-MASTER-FOUND
005730     END-READ.
005740     IF NOT PAY-RECORD-ON-FILE
005750         MOVE 'EMPLOYEE NOT ON THE PAYROLL MASTER' TO
005760             TX-REASON
005770         PERFORM 2510-WRITE-EXCEPTION-LINE
005780             THRU 2510-WRITE-EXCEPTION-LINE-EXIT
005790         GO TO 3100-WRITE-ONE-TRANSACTION-EXIT
005800     END-IF.
005810     IF OUT-SALARY-CODE = 'S'
005820         AND NOT (AUD-ACTION-CODE = 'J'
005830             AND OUT-HOURLY-RATE > ZERO)
005840         MOVE 'SALARIED EMPLOYEE ON THE TIME CLOCK' TO
005850             TX-REASON
005860         PERFORM 2510-WRITE-EXCEPTION-LINE
005870             THRU 2510-WRITE-EXCEPTION-LINE-EXIT
005880         GO TO 3100-WRITE-ONE-TRANSACTION-EXIT
005890     END-IF.
005900     IF PAY-E-DIST-OVERFLOW(PAY-EMP-WRITE-IDX) = 'Y'
005910         MOVE 'HOURS IN MORE THAN 5 COST CENTERS THIS WEEK' TO
005920             TX-REASON
005930         PERFORM 2510-WRITE-EXCEPTION-LINE
005940             THRU 2510-WRITE-EXCEPTION-LINE-EXIT
005950         GO TO 3100-WRITE-ONE-TRANSACTION-EXIT
005960     END-IF.
005970     MOVE SPACES TO TRANSACTION-RECORD-IN.
005980     MOVE 'C' TO TRANS-ACTION-CODE.
005990     MOVE OUT-EMPLOYEE-NUMBER TO TRANS-EMPLOYEE-NUMBER.
006000     MOVE OUT-EMPLOYEE-INITIAL TO TRANS-EMPLOYEE-INITIAL.
006010     MOVE OUT-EMPLOYEE-LASTNAME TO TRANS-EMPLOYEE-LASTNAME.
006020     MOVE PAY-E-TOTAL-HOURS(PAY-EMP-WRITE-IDX) TO
006030         TRANS-HOURS-WORKED.
006040     MOVE OUT-HOURLY-RATE TO TRANS-HOURLY-RATE.
006050     MOVE ZERO TO TRANS-SALARY-AMOUNT.
006060     MOVE 'H' TO TRANS-SALARY-CODE.
006070     MOVE OUT-DEPARTMENT-CODE TO TRANS-DEPARTMENT-CODE.
006080*    A BLANK STATUS ON A CHANGE KEEPS WHAT IS ON THE MASTER.
006090     MOVE SPACE TO TRANS-EMPLOY-STATUS.
006100     MOVE ZERO TO TRANS-HIRE-DATE.
006110     MOVE ZERO TO TRANS-TERM-DATE.
006120     MOVE ZERO TO PAY-TX-DIST-COUNT.
006130     PERFORM 3120-CARRY-ONE-DIST
006140         THRU 3120-CARRY-ONE-DIST-EXIT
006150         VARYING PAY-DIST-IDX FROM 1 BY 1
006160         UNTIL PAY-DIST-IDX >
006170             PAY-E-DIST-COUNT(PAY-EMP-WRITE-IDX).
006180     WRITE TRANSACTION-RECORD-IN.
006190     IF PAY-TRANS-STATUS NOT = '00'
006200         DISPLAY 'ERROR WRITING TRANSACTION RECORD - FILE '
006210             'STATUS: ' PAY-TRANS-STATUS
006220         GO TO 3100-WRITE-ONE-TRANSACTION-EXIT
006230     END-IF.
006240     ADD 1 TO PAY-TRANS-WRITTEN-COUNT.
006250     ADD 1 TO PAY-BC-RECORD-COUNT.
006260     ADD TRANS-EMPLOYEE-NUMBER TO PAY-BC-HASH-TOTAL.
006270     ADD TRANS-HOURS-WORKED TO PAY-BC-HOURS-TOTAL.
006280 3100-WRITE-ONE-TRANSACTION-EXIT.
006290     EXIT.
006300
006310*----------------------------------------------------------------
006320* 3120-CARRY-ONE-DIST -- MOVE ONE COST CENTER OF THE EMPLOYEE'S
006330* SPLIT ONTO THE TRANSACTION. A BLANK CODE IS THE HOME
006340* DEPARTMENT OFF THE MASTER, AND HOURS PUNCHED BLANK AND HOURS
006350* PUNCHED TO THE HOME CODE LAND IN THE SAME SLOT.
006360*----------------------------------------------------------------
006370 3120-CARRY-ONE-DIST.
006380     IF PAY-E-DIST-DEPT-CODE(PAY-EMP-WRITE-IDX, PAY-DIST-IDX) =
006390             SPACES
006400         MOVE OUT-DEPARTMENT-CODE TO PAY-DIST-CODE
006410     ELSE
006420         MOVE PAY-E-DIST-DEPT-CODE
006430             (PAY-EMP-WRITE-IDX, PAY-DIST-IDX) TO PAY-DIST-CODE
006440     END-IF.
006450     IF PAY-DIST-CODE NOT = OUT-DEPARTMENT-CODE
006460         ADD PAY-E-DIST-HOURS(PAY-EMP-WRITE-IDX, PAY-DIST-IDX) TO
006470             PAY-TRANSFER-HOURS
006480     END-IF.
006490     MOVE 'N' TO PAY-DIST-MATCHED.
006500     PERFORM 3130-MATCH-ONE-TX-DIST
006510         THRU 3130-MATCH-ONE-TX-DIST-EXIT
006520         VARYING PAY-TX-DIST-IDX FROM 1 BY 1
006530         UNTIL PAY-TX-DIST-IDX > PAY-TX-DIST-COUNT.
006540     IF PAY-DIST-MATCHED = 'N'
006550         ADD 1 TO PAY-TX-DIST-COUNT
006560         MOVE PAY-DIST-CODE TO
006570             TRANS-DIST-DEPT-CODE(PAY-TX-DIST-COUNT)
006580         MOVE PAY-E-DIST-HOURS(PAY-EMP-WRITE-IDX, PAY-DIST-IDX) TO
006590             TRANS-DIST-HOURS(PAY-TX-DIST-COUNT)
006600     END-IF.
006610 3120-CARRY-ONE-DIST-EXIT.
006620     EXIT.
006630
006640 3130-MATCH-ONE-TX-DIST.
006650     IF PAY-DIST-MATCHED = 'N'
006660         AND TRANS-DIST-DEPT-CODE(PAY-TX-DIST-IDX) = PAY-DIST-CODE
006670         MOVE 'Y' TO PAY-DIST-MATCHED
006680         ADD PAY-E-DIST-HOURS(PAY-EMP-WRITE-IDX, PAY-DIST-IDX) TO
006690             TRANS-DIST-HOURS(PAY-TX-DIST-IDX)
006700     END-IF.
006710 3130-MATCH-ONE-TX-DIST-EXIT.
006720     EXIT.
006730
006740 9000-TERMINATE-IMPORT.
006750     CLOSE PUNCH-FILE.
006760     CLOSE PAYROLL-FILE.
006770     CLOSE EXCEPTION-FILE.
006780     DISPLAY 'TIME-CLOCK IMPORT RECONCILIATION - BATCH '
006790         PAY-BATCH-NUMBER.
006800     DISPLAY '  PUNCHES READ . . . . . . . . . . . . : '
006810         PAY-PUNCH-COUNT.
006820     DISPLAY '  PUNCH PAIRS MATCHED. . . . . . . . . : '
006830         PAY-PAIR-COUNT.
006840     DISPLAY '  EMPLOYEES WITH WEEK TOTALS . . . . . : '
006850         PAY-EMP-COUNT.
006860     DISPLAY '  TRANSACTIONS WRITTEN . . . . . . . . : '
006870         PAY-TRANS-WRITTEN-COUNT.
006880     DISPLAY '  EXCEPTIONS LISTED. . . . . . . . . . : '
006890         PAY-EXCEPTION-COUNT.
006900     DISPLAY '  BATCH HOURS TOTAL. . . . . . . . . . : '
006910         PAY-BC-HOURS-TOTAL.
006920     DISPLAY '  HOURS CHARGED OUTSIDE HOME DEPT. . . : '
006930         PAY-TRANSFER-HOURS.
006940 9000-TERMINATE-IMPORT-EXIT.
006950     EXIT.
006960
006970 END PROGRAM TimeImport.
