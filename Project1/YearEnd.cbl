000370*                  MEANING NO CAP) AND THE TAKEN-THIS-YEAR
000380*                  FIGURES ARE ZEROED FOR THE NEW YEAR. MISSING
000390*                  RULE OR BALANCE FILES SKIP THE STEP.
000400* 10-15-2026  CNR  THE W-2 NOW CARRIES THE STATE BOXES -- STATE
000410*                  WAGES AND STATE INCOME TAX WITHHELD FOR EACH
000420*                  WORK STATE ON THE YTD RECORD -- AND THE W-3
000430*                  TOTAL PAGE A STATE TAX LINE. THE SUBMISSION
000440*                  FILE GETS AN S RECORD PER EMPLOYEE PER STATE
000450*                  AFTER THE E RECORD, AND THE T RECORD CARRIES
000460*                  THE STATE TAX TOTAL. THE ARCHIVE LINE IS
000470*                  WIDENED FOR THE LONGER YTD RECORD. SOURCE
000480*                  RESEQUENCED.
000490* 10-15-2026  CNR  THE W-2 NOW CARRIES THE EMPLOYEE'S SSN AND
000500*                  MAILING ADDRESS OFF THE TAX PROFILE MASTER
000510*                  (TPFREC / taxprofile.dat). THE SUBMISSION E
000520*                  RECORD CARRIES THE SSN AND IS FOLLOWED BY AN A
000530*                  RECORD WITH THE ADDRESS. AN EMPLOYEE WITH NO
000540*                  PROFILE GETS A W-2 WITH THE SSN MARKED MISSING,
000550*                  NO A RECORD, AND IS LISTED AND COUNTED FOR
000560*                  FOLLOW-UP. SOURCE RESEQUENCED.
000570* 10-15-2026  CNR  PRE-TAX DEDUCTIONS. BOX 1 WAGES ARE NOW THE YTD
000580*                  FEDERAL TAXABLE WAGES (GROSS LESS 401(K) AND
000590*                  SECTION 125), THE W-2 GETS A SOCIAL SECURITY
000600*                  WAGES LINE (BOX 3) AND A BOX 12 CODE D LINE
000610*                  FOR THE 401(K) DEFERRAL, AND THE W-3 THE SAME
000620*                  TOTALS. THE E RECORD CARRIES BOX 1 AND BOX 3
000630*                  WAGES, A NEW D RECORD THE DEFERRAL, AND THE T
000640*                  RECORD BOTH NEW TOTALS. YTD LINES WRITTEN
000650*                  BEFORE THE WAGE FIELDS EXISTED REPORT GROSS.
000660*                  THE ARCHIVE LINE IS WIDENED AGAIN. SOURCE
000670*                  RESEQUENCED.
000680*================================================================
000690
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT YTD-FILE ASSIGN TO 'ytdmaster.txt'
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS PAY-YTD-STATUS.
000760     SELECT CALENDAR-FILE ASSIGN TO 'paycalendar.txt'
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS PAY-CAL-STATUS.
000790     SELECT W2-REPORT-FILE ASSIGN TO 'w2report.txt'
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS PAY-W2-STATUS.
000820     SELECT EFILE-FILE ASSIGN TO 'w2efile.txt'
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS PAY-EFILE-STATUS.
000850     SELECT ARCHIVE-FILE ASSIGN TO PAY-ARCHIVE-NAME
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS PAY-ARCH-STATUS.
000880     SELECT ACCRUAL-FILE ASSIGN TO 'accrualrules.txt'
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS PAY-ACR-STATUS.
000910     SELECT LEAVE-FILE ASSIGN TO 'leavebalance.txt'
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS PAY-LVE-STATUS.
000940     SELECT TAX-PROFILE-FILE ASSIGN TO 'taxprofile.dat'
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS RANDOM
000970         RECORD KEY IS TPF-EMPLOYEE-NUMBER
000980         FILE STATUS IS PAY-TPF-STATUS.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  YTD-FILE.
001030     COPY YTDREC.
001040
001050 FD  CALENDAR-FILE.
001060     COPY CALREC.
001070
001080 FD  W2-REPORT-FILE.
001090 01  W2-REPORT-LINE            PIC X(80).
001100
001110*----------------------------------------------------------------
001120* EFILE-FILE -- FIXED-FORMAT ELECTRONIC WAGE SUBMISSION. ONE E
001130* RECORD PER EMPLOYEE, FOLLOWED BY ONE A ADDRESS RECORD, A D
001140* 401(K) DEFERRAL RECORD WHEN THERE IS ONE, AND ONE S RECORD
001150* PER WORK STATE THE EMPLOYEE WAS PAID IN, AND ONE T
001160* TOTAL RECORD, ALL AMOUNTS UNEDITED WITH ASSUMED DECIMALS, PER
001170* THE SUBMISSION SPEC.
001180*----------------------------------------------------------------
001190 FD  EFILE-FILE.
001200 01  EFILE-LINE                PIC X(100).
001210
001220*----------------------------------------------------------------
001230* ARCHIVE-FILE -- IMAGE COPY OF THE YTD FILE BEING CLOSED, NAMED
001240* FOR THE CLOSING YEAR (ytdmaster.NNNN.txt) SO PRIOR YEARS STAY
001250* ON HAND FOR CORRECTED W-2S AND EARNINGS INQUIRIES.
001260*----------------------------------------------------------------
001270 FD  ARCHIVE-FILE.
001280 01  ARCHIVE-LINE              PIC X(250).
001290
001300*----------------------------------------------------------------
001310* ACCRUAL-FILE -- LEAVE ACCRUAL RULES BY EMPLOYEE CLASS, READ
001320* FOR THE ANNUAL CARRYOVER CAPS. LEAVE-FILE -- EMPLOYEE LEAVE
001330* BALANCES, CAPPED AND REWRITTEN AT THE ANNUAL CLOSE.
001340*----------------------------------------------------------------
001350 FD  ACCRUAL-FILE.
001360     COPY ACRREC.
001370
001380 FD  LEAVE-FILE.
001390     COPY LVEREC.
001400
001410*----------------------------------------------------------------
001420* TAX-PROFILE-FILE -- EMPLOYEE SSN AND MAILING ADDRESS, READ BY
001430* KEY FOR EACH W-2.
001440*----------------------------------------------------------------
001450 FD  TAX-PROFILE-FILE.
001460     COPY TPFREC.
001470
001480 WORKING-STORAGE SECTION.
001490*----------------------------------------------------------------
001500* RUN CONTROL FIELDS
001510*----------------------------------------------------------------
001520 01  PAY-END-OF-YTD            PIC X(1) VALUE 'N'.
001530     88  PAY-NO-MORE-YTD       VALUE 'Y'.
001540 01  PAY-END-OF-CAL            PIC X(1) VALUE 'N'.
001550 01  PAY-YTD-STATUS            PIC X(2).
001560 01  PAY-CAL-STATUS            PIC X(2).
001570 01  PAY-W2-STATUS             PIC X(2).
001580 01  PAY-EFILE-STATUS          PIC X(2).
001590 01  PAY-ARCH-STATUS           PIC X(2).
001600 01  PAY-RUN-DATE              PIC 9(8) VALUE ZERO.
001610 01  PAY-CLOSING-YEAR          PIC 9(4) VALUE ZERO.
001620 01  PAY-YEAR-END-CUTOFF       PIC 9(8) VALUE ZERO.
001630 01  PAY-CONFIRM-RESPONSE      PIC A(1) VALUE SPACE.
001640 01  PAY-OPEN-PERIOD-COUNT     PIC 9(3) COMP VALUE ZERO.
001650 01  PAY-EMPLOYEE-COUNT        PIC 9(7) COMP VALUE ZERO.
001660 01  PAY-TOTAL-WAGES           PIC 9(11)V99 VALUE ZERO.
001670 01  PAY-TOTAL-SS-WAGES        PIC 9(11)V99 VALUE ZERO.
001680 01  PAY-TOTAL-DEFERRAL        PIC 9(11)V99 VALUE ZERO.
001690 01  PAY-TOTAL-FICA            PIC 9(11)V99 VALUE ZERO.
001700 01  PAY-TOTAL-FED-TAX         PIC 9(11)V99 VALUE ZERO.
001710 01  PAY-TOTAL-OTHER-DED       PIC 9(11)V99 VALUE ZERO.
001720 01  PAY-YTD-OTHER-DED-WORK    PIC 9(9)V99 VALUE ZERO.
001730 01  PAY-TOTAL-STATE-TAX       PIC 9(11)V99 VALUE ZERO.
001740
001750*----------------------------------------------------------------
001760* W-2 WAGE BOX WORK FIELDS. A YTD LINE WRITTEN BEFORE PRE-TAX
001770* DEDUCTIONS WERE CARRIED HAS THE WAGE FIELDS BLANK -- ITS BOX 1
001780* AND BOX 3 WAGES WERE THE GROSS AND THERE WAS NO DEFERRAL.
001790*----------------------------------------------------------------
001800 01  PAY-YTD-WAGES-WORK        PIC 9(9)V99 VALUE ZERO.
001810 01  PAY-YTD-SS-WAGES-WORK     PIC 9(9)V99 VALUE ZERO.
001820 01  PAY-YTD-DEFERRAL-WORK     PIC 9(9)V99 VALUE ZERO.
001830
001840*----------------------------------------------------------------
001850* STATE SLOT WORK FIELDS -- ONE YTD STATE SLOT AT A TIME. A SLOT
001860* WITH NO STATE CODE IS UNUSED; A SLOT OFF A LINE WRITTEN BEFORE
001870* THE STATE FIELDS EXISTED READS AS BLANK AND IS SKIPPED.
001880*----------------------------------------------------------------
001890 01  PAY-STATE-SLOT-IDX        PIC 9(1) COMP VALUE ZERO.
001900 01  PAY-SLOT-STATE-WAGES      PIC 9(9)V99 VALUE ZERO.
001910 01  PAY-SLOT-STATE-TAX        PIC 9(9)V99 VALUE ZERO.
001920 77  PAY-YTD-MAX-STATES        PIC 9(1) VALUE 3.
001930
001940*----------------------------------------------------------------
001950* TAX PROFILE WORK FIELDS. THE PROFILE MASTER IS WHERE THE SSN
001960* AND ADDRESS LIVE; AN EMPLOYEE WITHOUT ONE STILL GETS A W-2 BUT
001970* IS COUNTED SO THE MISSING SSN IS CHASED BEFORE FILING.
001980*----------------------------------------------------------------
001990 01  PAY-TPF-STATUS            PIC X(2).
002000 01  PAY-PROFILE-FILE-PRESENT  PIC X(1) VALUE 'N'.
002010 01  PAY-PROFILE-FOUND         PIC X(1) VALUE 'N'.
002020     88  PAY-PROFILE-ON-FILE   VALUE 'Y'.
002030 01  PAY-NO-PROFILE-COUNT      PIC 9(7) COMP VALUE ZERO.
002040 01  PAY-SSN-WORK              PIC 9(9) VALUE ZERO.
002050 01  PAY-SSN-PARTS REDEFINES PAY-SSN-WORK.
002060     05  PAY-SSN-AREA          PIC 9(3).
002070     05  PAY-SSN-GROUP         PIC 9(2).
002080     05  PAY-SSN-SERIAL        PIC 9(4).
002090
002100*----------------------------------------------------------------
002110* LEAVE ACCRUAL RULE TABLE AND IN-MEMORY COPY OF THE LEAVE
002120* BALANCE FILE, FOR THE ANNUAL CARRYOVER CAP. MISSING FILES
002130* SKIP THE STEP -- NOT AN ERROR.
002140*----------------------------------------------------------------
002150 01  PAY-ACR-STATUS            PIC X(2).
002160 01  PAY-END-OF-ACR            PIC X(1) VALUE 'N'.
002170 01  PAY-ACCRUAL-FILE-PRESENT  PIC X(1) VALUE 'N'.
002180 01  PAY-ACR-TABLE.
002190     05  PAY-ACR-COUNT             PIC 9(2) COMP VALUE ZERO.
002200     05  PAY-ACR-ENTRY OCCURS 1 TO 10 TIMES
002210             DEPENDING ON PAY-ACR-COUNT
002220             INDEXED BY PAY-ACR-IDX.
002230         10  PAY-A-CLASS-CODE       PIC X(1).
002240         10  PAY-A-VAC-CAP          PIC 9(3)V99.
002250         10  PAY-A-SICK-CAP         PIC 9(3)V99.
002260 77  PAY-ACR-MAX-ENTRIES       PIC 9(2) VALUE 10.
002270 01  PAY-LVE-STATUS            PIC X(2).
002280 01  PAY-END-OF-LVE            PIC X(1) VALUE 'N'.
002290 01  PAY-LEAVE-FILE-PRESENT    PIC X(1) VALUE 'N'.
002300 01  PAY-LVE-TABLE.
002310     05  PAY-LVE-COUNT             PIC 9(5) COMP VALUE ZERO.
002320     05  PAY-LVE-ENTRY OCCURS 1 TO 50000 TIMES
002330             DEPENDING ON PAY-LVE-COUNT
002340             INDEXED BY PAY-LVE-IDX.
002350         10  PAY-L-EMPLOYEE-NUMBER  PIC 9(9).
002360         10  PAY-L-CLASS-CODE       PIC X(1).
002370         10  PAY-L-VAC-BALANCE      PIC 9(3)V99.
002380         10  PAY-L-SICK-BALANCE     PIC 9(3)V99.
002390         10  PAY-L-VAC-TAKEN-YTD    PIC 9(3)V99.
002400         10  PAY-L-SICK-TAKEN-YTD   PIC 9(3)V99.
002410 01  PAY-LVE-WRITE-IDX         PIC 9(5) COMP VALUE ZERO.
002420 01  PAY-LVE-SCAN-IDX          PIC 9(5) COMP VALUE ZERO.
002430 01  PAY-ACR-MATCH-FOUND       PIC X(1) VALUE 'N'.
002440 01  PAY-CAPPED-COUNT          PIC 9(5) COMP VALUE ZERO.
002450 77  PAY-LVE-MAX-ENTRIES       PIC 9(5) VALUE 50000.
002460
002470*----------------------------------------------------------------
002480* EMPLOYER IDENTIFICATION CARRIED ON EVERY WAGE STATEMENT AND
002490* SUBMISSION RECORD.
002500*----------------------------------------------------------------
002510 77  PAY-EMPLOYER-NAME         PIC X(25) VALUE
002520     'CORPORATE PAYROLL SYSTEMS'.
002530 77  PAY-EMPLOYER-EIN          PIC 9(9) VALUE 841736251.
002540
002550*----------------------------------------------------------------
002560* ARCHIVE FILE NAME -- THE CLOSING YEAR IS FILLED IN AT RUN TIME.
002570*----------------------------------------------------------------
002580 01  PAY-ARCHIVE-NAME.
002590     05  FILLER                PIC X(10) VALUE 'ytdmaster.'.
002600     05  PAY-ARCHIVE-YEAR      PIC 9(4).
002610     05  FILLER                PIC X(4) VALUE '.txt'.
002620
002630*----------------------------------------------------------------
002640* W-2 STATEMENT LINE LAYOUTS -- ONE STATEMENT PER PAGE
002650*----------------------------------------------------------------
002660 01  W2-HEADING-LINE-1.
002670     10  FILLER                PIC X(30) VALUE
002680         'W-2 WAGE AND TAX STATEMENT'.
002690     10  FILLER                PIC X(11) VALUE 'WAGE YEAR: '.
002700     10  W2-WAGE-YEAR          PIC 9(4).
002710
002720 01  W2-EMPLOYER-LINE.
002730     10  FILLER                PIC X(10) VALUE 'EMPLOYER: '.
002740     10  W2-EMPLOYER-NAME      PIC X(25).
002750     10  FILLER                PIC X(7) VALUE '  EIN: '.
002760     10  W2-EMPLOYER-EIN       PIC 9(9).
002770
002780 01  W2-EMPLOYEE-LINE.
002790     10  FILLER                PIC X(10) VALUE 'EMPLOYEE: '.
002800     10  W2-EMPLOYEE-NUMBER    PIC 9(9).
002810     10  FILLER                PIC X(3) VALUE SPACES.
002820     10  W2-EMPLOYEE-INITIAL   PIC A(1).
002830     10  FILLER                PIC X(1) VALUE SPACE.
002840     10  W2-EMPLOYEE-LASTNAME  PIC A(15).
002850
002860 01  W2-SSN-LINE.
002870     10  FILLER                PIC X(10) VALUE 'SSN:      '.
002880     10  W2-SSN-AREA           PIC 9(3).
002890     10  FILLER                PIC X(1) VALUE '-'.
002900     10  W2-SSN-GROUP          PIC 9(2).
002910     10  FILLER                PIC X(1) VALUE '-'.
002920     10  W2-SSN-SERIAL         PIC 9(4).
002930
002940 01  W2-NO-SSN-LINE.
002950     10  FILLER                PIC X(10) VALUE 'SSN:      '.
002960     10  FILLER                PIC X(40) VALUE
002970         '*** NOT ON FILE - SEE PAYROLL ***'.
002980
002990 01  W2-ADDRESS-LINE-1.
003000     10  FILLER                PIC X(10) VALUE 'ADDRESS:  '.
003010     10  W2-ADDRESS-LINE       PIC X(30).
003020
003030 01  W2-ADDRESS-LINE-2.
003040     10  FILLER                PIC X(10) VALUE SPACES.
003050     10  W2-CITY               PIC X(20).
003060     10  FILLER                PIC X(1) VALUE SPACE.
003070     10  W2-STATE              PIC X(2).
003080     10  FILLER                PIC X(2) VALUE SPACES.
003090     10  W2-ZIP-CODE           PIC X(10).
003100
003110 01  W2-WAGES-LINE.
003120     10  FILLER                PIC X(27) VALUE
003130         '  WAGES, TIPS, OTHER COMP..'.
003140     10  FILLER                PIC X(6) VALUE SPACES.
003150     10  W2-WAGES-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
003160
003170 01  W2-SS-WAGES-LINE.
003180     10  FILLER                PIC X(27) VALUE
003190         '  SOCIAL SECURITY WAGES. . '.
003200     10  FILLER                PIC X(6) VALUE SPACES.
003210     10  W2-SS-WAGES-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
003220
003230 01  W2-FED-TAX-LINE.
003240     10  FILLER                PIC X(27) VALUE
003250         '  FEDERAL INCOME TAX W/H . '.
003260     10  FILLER                PIC X(6) VALUE SPACES.
003270     10  W2-FED-TAX-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
003280
003290 01  W2-FICA-LINE.
003300     10  FILLER                PIC X(27) VALUE
003310         '  SOCIAL SECURITY TAX W/H. '.
003320     10  FILLER                PIC X(6) VALUE SPACES.
003330     10  W2-FICA-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
003340
003350 01  W2-OTHER-DED-LINE.
003360     10  FILLER                PIC X(27) VALUE
003370         '  OTHER DEDUCTIONS . . . . '.
003380     10  FILLER                PIC X(6) VALUE SPACES.
003390     10  W2-OTHER-DED-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
003400
003410 01  W2-DEFERRAL-LINE.
003420     10  FILLER                PIC X(27) VALUE
003430         '  BOX 12 D - 401(K) DEFER. '.
003440     10  FILLER                PIC X(6) VALUE SPACES.
003450     10  W2-DEFERRAL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
003460
003470 01  W2-STATE-WAGES-LINE.
003480     10  FILLER                PIC X(8) VALUE '  STATE '.
003490     10  W2-STATE-CODE         PIC X(2).
003500     10  FILLER                PIC X(17) VALUE
003510         ' WAGES. . . . . .'.
003520     10  FILLER                PIC X(6) VALUE SPACES.
003530     10  W2-STATE-WAGES-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
003540
003550 01  W2-STATE-TAX-LINE.
003560     10  FILLER                PIC X(8) VALUE '  STATE '.
003570     10  W2-STATE-TAX-CODE     PIC X(2).
003580     10  FILLER                PIC X(17) VALUE
003590         ' INCOME TAX W/H. '.
003600     10  FILLER                PIC X(6) VALUE SPACES.
003610     10  W2-STATE-TAX-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
003620
003630 01  W3-HEADING-LINE.
003640     10  FILLER                PIC X(34) VALUE
003650         'W-3 TRANSMITTAL - COMPANY TOTALS'.
003660     10  FILLER                PIC X(11) VALUE 'WAGE YEAR: '.
003670     10  W3-WAGE-YEAR          PIC 9(4).
003680
003690 01  W3-COUNT-LINE.
003700     10  FILLER                PIC X(27) VALUE
003710         '  W-2 STATEMENTS . . . . . '.
003720     10  FILLER                PIC X(6) VALUE SPACES.
003730     10  W3-EMPLOYEE-COUNT     PIC ZZZ,ZZ9.
003740
003750 01  W3-WAGES-LINE.
003760     10  FILLER                PIC X(27) VALUE
003770         '  TOTAL WAGES. . . . . . . '.
003780     10  FILLER                PIC X(2) VALUE SPACES.
003790     10  W3-WAGES-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
003800
003810 01  W3-SS-WAGES-LINE.
003820     10  FILLER                PIC X(27) VALUE
003830         '  TOTAL SOC SEC WAGES. . . '.
003840     10  FILLER                PIC X(2) VALUE SPACES.
003850     10  W3-SS-WAGES-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.99.
003860
003870 01  W3-DEFERRAL-LINE.
003880     10  FILLER                PIC X(27) VALUE
003890         '  TOTAL 401(K) DEFERRALS . '.
003900     10  FILLER                PIC X(2) VALUE SPACES.
003910     10  W3-DEFERRAL-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.99.
003920
003930 01  W3-FED-TAX-LINE.
003940     10  FILLER                PIC X(27) VALUE
003950         '  TOTAL FEDERAL TAX W/H. . '.
003960     10  FILLER                PIC X(2) VALUE SPACES.
003970     10  W3-FED-TAX-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99.
003980
003990 01  W3-FICA-LINE.
004000     10  FILLER                PIC X(27) VALUE
004010         '  TOTAL SOC SEC TAX W/H. . '.
004020     10  FILLER                PIC X(2) VALUE SPACES.
004030     10  W3-FICA-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
004040
004050 01  W3-STATE-TAX-LINE.
004060     10  FILLER                PIC X(27) VALUE
004070         '  TOTAL STATE TAX W/H. . . '.
004080     10  FILLER                PIC X(2) VALUE SPACES.
004090     10  W3-STATE-TAX-AMOUNT   PIC Z,ZZZ,ZZZ,ZZ9.99.
004100
004110 01  W2-BLANK-LINE             PIC X(80) VALUE SPACES.
004120
004130*----------------------------------------------------------------
004140* ELECTRONIC SUBMISSION RECORD LAYOUTS
004150*----------------------------------------------------------------
004160 01  EF-EMPLOYEE-RECORD.
004170     10  EF-RECORD-TYPE        PIC X(1).
004180         88  EF-TYPE-EMPLOYEE  VALUE 'E'.
004190     10  EF-WAGE-YEAR          PIC 9(4).
004200     10  EF-EMPLOYER-EIN       PIC 9(9).
004210     10  EF-EMPLOYEE-NUMBER    PIC 9(9).
004220     10  EF-EMPLOYEE-INITIAL   PIC A(1).
004230     10  EF-EMPLOYEE-LASTNAME  PIC A(15).
004240     10  EF-WAGES-AMOUNT       PIC 9(9)V99.
004250     10  EF-FICA-AMOUNT        PIC 9(9)V99.
004260     10  EF-FED-TAX-AMOUNT     PIC 9(9)V99.
004270     10  EF-EMPLOYEE-SSN       PIC 9(9).
004280     10  EF-SS-WAGES           PIC 9(9)V99.
004290
004300 01  EF-ADDRESS-RECORD.
004310     10  EF-A-RECORD-TYPE      PIC X(1).
004320         88  EF-TYPE-ADDRESS   VALUE 'A'.
004330     10  EF-A-WAGE-YEAR        PIC 9(4).
004340     10  EF-A-EMPLOYER-EIN     PIC 9(9).
004350     10  EF-A-EMPLOYEE-NUMBER  PIC 9(9).
004360     10  EF-A-EMPLOYEE-SSN     PIC 9(9).
004370     10  EF-A-ADDRESS-LINE     PIC X(30).
004380     10  EF-A-CITY             PIC X(20).
004390     10  EF-A-STATE            PIC X(2).
004400     10  EF-A-ZIP-CODE         PIC X(10).
004410
004420 01  EF-DEFERRAL-RECORD.
004430     10  EF-D-RECORD-TYPE      PIC X(1).
004440         88  EF-TYPE-DEFERRAL  VALUE 'D'.
004450     10  EF-D-WAGE-YEAR        PIC 9(4).
004460     10  EF-D-EMPLOYER-EIN     PIC 9(9).
004470     10  EF-D-EMPLOYEE-NUMBER  PIC 9(9).
004480     10  EF-D-BOX-12-CODE      PIC X(2).
004490     10  EF-D-AMOUNT           PIC 9(9)V99.
004500
004510 01  EF-STATE-RECORD.
004520     10  EF-S-RECORD-TYPE      PIC X(1).
004530         88  EF-TYPE-STATE     VALUE 'S'.
004540     10  EF-S-WAGE-YEAR        PIC 9(4).
004550     10  EF-S-EMPLOYER-EIN     PIC 9(9).
004560     10  EF-S-EMPLOYEE-NUMBER  PIC 9(9).
004570     10  EF-S-STATE-CODE       PIC X(2).
004580     10  EF-S-STATE-WAGES      PIC 9(9)V99.
004590     10  EF-S-STATE-TAX-AMOUNT PIC 9(9)V99.
004600
004610 01  EF-TOTAL-RECORD.
004620     10  EF-T-RECORD-TYPE      PIC X(1).
004630         88  EF-TYPE-TOTAL     VALUE 'T'.
004640     10  EF-T-WAGE-YEAR        PIC 9(4).
004650     10  EF-T-EMPLOYER-EIN     PIC 9(9).
004660     10  EF-T-EMPLOYEE-COUNT   PIC 9(7).
004670     10  EF-T-WAGES-AMOUNT     PIC 9(11)V99.
004680     10  EF-T-FICA-AMOUNT      PIC 9(11)V99.
004690     10  EF-T-FED-TAX-AMOUNT   PIC 9(11)V99.
004700     10  EF-T-STATE-TAX-AMOUNT PIC 9(11)V99.
004710     10  EF-T-SS-WAGES         PIC 9(11)V99.
004720     10  EF-T-DEFERRAL-AMOUNT  PIC 9(11)V99.
004730
004740 PROCEDURE DIVISION.
004750
004760 0000-MAIN-PROCEDURE.
004770     PERFORM 1000-INITIALIZE-YEAR-END
004780         THRU 1000-INITIALIZE-YEAR-END-EXIT.
004790     PERFORM 2000-PROCESS-YTD-RECORD
004800         THRU 2000-PROCESS-YTD-RECORD-EXIT
004810         UNTIL PAY-NO-MORE-YTD.
004820     PERFORM 9000-TERMINATE-YEAR-END
004830         THRU 9000-TERMINATE-YEAR-END-EXIT.
004840     STOP RUN.
004850
004860*----------------------------------------------------------------
004870* 1000-INITIALIZE-YEAR-END -- CONFIRM THE CLOSING YEAR WITH THE
004880* OPERATOR, PROVE EVERY PAY PERIOD ENDING IN THAT YEAR IS CLOSED
004890* ON THE CALENDAR, AND OPEN THE FILES. A MISSING YTD FILE MEANS
004900* THERE ARE NO WAGES TO REPORT AND THE RUN IS REFUSED.
004910*----------------------------------------------------------------
004920 1000-INITIALIZE-YEAR-END.
004930     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
004940     DISPLAY 'ENTER THE WAGE YEAR BEING CLOSED (YYYY):'.
004950     ACCEPT PAY-CLOSING-YEAR.
004960     IF PAY-CLOSING-YEAR NOT NUMERIC
004970         OR PAY-CLOSING-YEAR = ZERO
004980         DISPLAY 'WAGE YEAR IS NOT A VALID YEAR - RUN '
004990             'TERMINATED.'
005000         STOP RUN
005010     END-IF.
005020     DISPLAY 'THIS RUN PREPARES W-2 FIGURES FOR WAGE YEAR '
005030         PAY-CLOSING-YEAR ', ARCHIVES THE YTD FILE AND STARTS '
005040         'A NEW ACCUMULATION YEAR.'.
005050     DISPLAY 'PROCEED? Y or N'.
005060     ACCEPT PAY-CONFIRM-RESPONSE.
005070     IF PAY-CONFIRM-RESPONSE NOT = 'Y'
005080         DISPLAY 'YEAR-END CLOSE NOT CONFIRMED - RUN '
005090             'TERMINATED - NO FILES CHANGED.'
005100         STOP RUN
005110     END-IF.
005120     PERFORM 1100-CHECK-PAY-CALENDAR
005130         THRU 1100-CHECK-PAY-CALENDAR-EXIT.
005140     OPEN INPUT YTD-FILE.
005150     IF PAY-YTD-STATUS NOT = '00'
005160         DISPLAY 'NO YTD FILE FOUND - THERE ARE NO WAGES TO '
005170             'REPORT - RUN TERMINATED.'
005180         STOP RUN
005190     END-IF.
005200     OPEN OUTPUT W2-REPORT-FILE.
005210     OPEN OUTPUT EFILE-FILE.
005220     OPEN INPUT TAX-PROFILE-FILE.
005230     IF PAY-TPF-STATUS = '00'
005240         MOVE 'Y' TO PAY-PROFILE-FILE-PRESENT
005250     ELSE
005260         DISPLAY 'NO TAX PROFILE MASTER FOUND - W-2S WILL BE '
005270             'PRODUCED WITHOUT SSN OR ADDRESS.'
005280     END-IF.
005290     MOVE PAY-CLOSING-YEAR TO PAY-ARCHIVE-YEAR.
005300     OPEN OUTPUT ARCHIVE-FILE.
005310     IF PAY-ARCH-STATUS NOT = '00'
005320         DISPLAY 'ERROR OPENING YTD ARCHIVE FILE - FILE '
005330             'STATUS: ' PAY-ARCH-STATUS ' - RUN TERMINATED.'
005340         CLOSE YTD-FILE
005350         STOP RUN
005360     END-IF.
005370     PERFORM 2100-READ-YTD-RECORD
005380         THRU 2100-READ-YTD-RECORD-EXIT.
005390 1000-INITIALIZE-YEAR-END-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------
005430* 1100-CHECK-PAY-CALENDAR -- EVERY PAY PERIOD ENDING ON OR
005440* BEFORE DECEMBER 31 OF THE CLOSING YEAR MUST BE CLOSED. A
005450* PERIOD STILL OPEN OR EXTRACTED MEANS A PAY CYCLE IS IN FLIGHT
005460* AND ITS FIGURES HAVE NOT REACHED THE YTD FILE YET -- CLOSING
005470* THE YEAR NOW WOULD UNDERSTATE THE W-2S.
005480*----------------------------------------------------------------
005490 1100-CHECK-PAY-CALENDAR.
005500     COMPUTE PAY-YEAR-END-CUTOFF =
005510         (PAY-CLOSING-YEAR * 10000) + 1231.
005520     OPEN INPUT CALENDAR-FILE.
005530     IF PAY-CAL-STATUS NOT = '00'
005540         DISPLAY 'NO PAY-PERIOD CALENDAR FILE FOUND - RUN '
005550             'TERMINATED.'
005560         STOP RUN
005570     END-IF.
005580     PERFORM 1110-CHECK-ONE-CALENDAR-RECORD
005590         THRU 1110-CHECK-ONE-CALENDAR-RECORD-EXIT
005600         UNTIL PAY-END-OF-CAL = 'Y'.
005610     CLOSE CALENDAR-FILE.
005620     IF PAY-OPEN-PERIOD-COUNT > ZERO
005630         DISPLAY PAY-OPEN-PERIOD-COUNT ' PAY PERIOD(S) ENDING '
005640             'IN ' PAY-CLOSING-YEAR ' ARE NOT YET CLOSED - '
005650             'RUN PeriodClose FIRST - RUN TERMINATED.'
005660         STOP RUN
005670     END-IF.
005680 1100-CHECK-PAY-CALENDAR-EXIT.
005690     EXIT.
005700
005710 1110-CHECK-ONE-CALENDAR-RECORD.
005720     READ CALENDAR-FILE
005730         AT END
005740             MOVE 'Y' TO PAY-END-OF-CAL
005750         NOT AT END
005760             IF CAL-END-DATE <= PAY-YEAR-END-CUTOFF
005770                 AND NOT CAL-PERIOD-CLOSED
005780                 ADD 1 TO PAY-OPEN-PERIOD-COUNT
005790                 DISPLAY 'PAY PERIOD ' CAL-PERIOD-NUMBER
005800                     ' (STATUS ' CAL-STATUS ') ENDS '
005810                     CAL-END-DATE ' AND IS NOT CLOSED.'
005820             END-IF
005830     END-READ.
005840 1110-CHECK-ONE-CALENDAR-RECORD-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------------
005880* 2000-PROCESS-YTD-RECORD -- ONE EMPLOYEE: W-2 STATEMENT PAGE,
005890* ELECTRONIC SUBMISSION RECORD, ARCHIVE COPY, COMPANY TOTALS.
005900*----------------------------------------------------------------
005910 2000-PROCESS-YTD-RECORD.
005920     IF YTD-OTHER-DED-AMOUNT NUMERIC
005930         MOVE YTD-OTHER-DED-AMOUNT TO PAY-YTD-OTHER-DED-WORK
005940     ELSE
005950         MOVE ZERO TO PAY-YTD-OTHER-DED-WORK
005960     END-IF.
005970     IF YTD-FED-TAXABLE-WAGES NUMERIC
005980         MOVE YTD-FED-TAXABLE-WAGES TO PAY-YTD-WAGES-WORK
005990     ELSE
006000         MOVE YTD-GROSS-PAY TO PAY-YTD-WAGES-WORK
006010     END-IF.
006020     IF YTD-FICA-WAGES NUMERIC
006030         MOVE YTD-FICA-WAGES TO PAY-YTD-SS-WAGES-WORK
006040     ELSE
006050         MOVE YTD-GROSS-PAY TO PAY-YTD-SS-WAGES-WORK
006060     END-IF.
006070     IF YTD-DEFERRAL-AMOUNT NUMERIC
006080         MOVE YTD-DEFERRAL-AMOUNT TO PAY-YTD-DEFERRAL-WORK
006090     ELSE
006100         MOVE ZERO TO PAY-YTD-DEFERRAL-WORK
006110     END-IF.
006120     PERFORM 2050-READ-TAX-PROFILE
006130         THRU 2050-READ-TAX-PROFILE-EXIT.
006140     PERFORM 2300-WRITE-W2-PAGE
006150         THRU 2300-WRITE-W2-PAGE-EXIT.
006160     PERFORM 2400-WRITE-EFILE-RECORD
006170         THRU 2400-WRITE-EFILE-RECORD-EXIT.
006180     PERFORM 2500-WRITE-ARCHIVE-RECORD
006190         THRU 2500-WRITE-ARCHIVE-RECORD-EXIT.
006200     ADD 1 TO PAY-EMPLOYEE-COUNT.
006210     ADD PAY-YTD-WAGES-WORK TO PAY-TOTAL-WAGES.
006220     ADD PAY-YTD-SS-WAGES-WORK TO PAY-TOTAL-SS-WAGES.
006230     ADD PAY-YTD-DEFERRAL-WORK TO PAY-TOTAL-DEFERRAL.
006240     ADD YTD-FICA-AMOUNT TO PAY-TOTAL-FICA.
006250     ADD YTD-FED-TAX-AMOUNT TO PAY-TOTAL-FED-TAX.
006260     ADD PAY-YTD-OTHER-DED-WORK TO PAY-TOTAL-OTHER-DED.
006270     PERFORM 2200-TOTAL-ONE-STATE-SLOT
006280         THRU 2200-TOTAL-ONE-STATE-SLOT-EXIT
006290         VARYING PAY-STATE-SLOT-IDX FROM 1 BY 1
006300         UNTIL PAY-STATE-SLOT-IDX > PAY-YTD-MAX-STATES.
006310     PERFORM 2100-READ-YTD-RECORD
006320         THRU 2100-READ-YTD-RECORD-EXIT.
006330 2000-PROCESS-YTD-RECORD-EXIT.
006340     EXIT.
006350
006360*----------------------------------------------------------------
006370* 2050-READ-TAX-PROFILE -- THE EMPLOYEE'S SSN AND ADDRESS. NO
006380* PROFILE (OR NO PROFILE FILE) IS LISTED FOR FOLLOW-UP.
006390*----------------------------------------------------------------
006400 2050-READ-TAX-PROFILE.
006410     MOVE 'N' TO PAY-PROFILE-FOUND.
006420     IF PAY-PROFILE-FILE-PRESENT = 'Y'
006430         MOVE YTD-EMPLOYEE-NUMBER TO TPF-EMPLOYEE-NUMBER
006440         READ TAX-PROFILE-FILE KEY IS TPF-EMPLOYEE-NUMBER
006450             INVALID KEY
006460                 CONTINUE
006470             NOT INVALID KEY
006480                 MOVE 'Y' TO PAY-PROFILE-FOUND
006490         END-READ
006500     END-IF.
006510     IF PAY-PROFILE-ON-FILE
006520         AND TPF-SSN NUMERIC
006530         AND TPF-SSN NOT = ZERO
006540         MOVE TPF-SSN TO PAY-SSN-WORK
006550         GO TO 2050-READ-TAX-PROFILE-EXIT
006560     END-IF.
006570     MOVE 'N' TO PAY-PROFILE-FOUND.
006580     MOVE ZERO TO PAY-SSN-WORK.
006590     ADD 1 TO PAY-NO-PROFILE-COUNT.
006600     DISPLAY 'EMPLOYEE ' YTD-EMPLOYEE-NUMBER ' HAS NO SSN ON THE '
006610         'TAX PROFILE MASTER - W-2 MUST BE COMPLETED BY HAND.'.
006620 2050-READ-TAX-PROFILE-EXIT.
006630     EXIT.
006640
006650 2200-TOTAL-ONE-STATE-SLOT.
006660     PERFORM 2600-GET-STATE-SLOT
006670         THRU 2600-GET-STATE-SLOT-EXIT.
006680     ADD PAY-SLOT-STATE-TAX TO PAY-TOTAL-STATE-TAX.
006690 2200-TOTAL-ONE-STATE-SLOT-EXIT.
006700     EXIT.
006710
006720 2100-READ-YTD-RECORD.
006730     READ YTD-FILE
006740         AT END
006750             MOVE 'Y' TO PAY-END-OF-YTD
006760     END-READ.
006770 2100-READ-YTD-RECORD-EXIT.
006780     EXIT.
006790
006800*----------------------------------------------------------------
006810* 2300-WRITE-W2-PAGE -- ONE W-2-STYLE STATEMENT PER PAGE SO THE
006820* STATEMENTS CAN BE BURST AND MAILED, THE SAME WAY PayStatement
006830* PAGES ITS STUBS.
006840*----------------------------------------------------------------
006850 2300-WRITE-W2-PAGE.
006860     MOVE PAY-CLOSING-YEAR TO W2-WAGE-YEAR.
006870     WRITE W2-REPORT-LINE FROM W2-HEADING-LINE-1
006880         AFTER ADVANCING PAGE.
006890     IF PAY-W2-STATUS NOT = '00'
006900         DISPLAY 'ERROR WRITING W-2 REPORT - FILE STATUS: '
006910             PAY-W2-STATUS
006920     END-IF.
006930     MOVE PAY-EMPLOYER-NAME TO W2-EMPLOYER-NAME.
006940     MOVE PAY-EMPLOYER-EIN TO W2-EMPLOYER-EIN.
006950     WRITE W2-REPORT-LINE FROM W2-EMPLOYER-LINE.
006960     MOVE YTD-EMPLOYEE-NUMBER TO W2-EMPLOYEE-NUMBER.
006970     MOVE YTD-EMPLOYEE-INITIAL TO W2-EMPLOYEE-INITIAL.
006980     MOVE YTD-EMPLOYEE-LASTNAME TO W2-EMPLOYEE-LASTNAME.
006990     WRITE W2-REPORT-LINE FROM W2-EMPLOYEE-LINE.
007000     IF PAY-PROFILE-ON-FILE
007010         MOVE PAY-SSN-AREA TO W2-SSN-AREA
007020         MOVE PAY-SSN-GROUP TO W2-SSN-GROUP
007030         MOVE PAY-SSN-SERIAL TO W2-SSN-SERIAL
007040         WRITE W2-REPORT-LINE FROM W2-SSN-LINE
007050         MOVE TPF-ADDRESS-LINE TO W2-ADDRESS-LINE
007060         WRITE W2-REPORT-LINE FROM W2-ADDRESS-LINE-1
007070         MOVE TPF-CITY TO W2-CITY
007080         MOVE TPF-STATE TO W2-STATE
007090         MOVE TPF-ZIP-CODE TO W2-ZIP-CODE
007100         WRITE W2-REPORT-LINE FROM W2-ADDRESS-LINE-2
007110     ELSE
007120         WRITE W2-REPORT-LINE FROM W2-NO-SSN-LINE
007130     END-IF.
007140     WRITE W2-REPORT-LINE FROM W2-BLANK-LINE.
007150     MOVE PAY-YTD-WAGES-WORK TO W2-WAGES-AMOUNT.
007160     WRITE W2-REPORT-LINE FROM W2-WAGES-LINE.
007170     MOVE YTD-FED-TAX-AMOUNT TO W2-FED-TAX-AMOUNT.
007180     WRITE W2-REPORT-LINE FROM W2-FED-TAX-LINE.
007190     MOVE PAY-YTD-SS-WAGES-WORK TO W2-SS-WAGES-AMOUNT.
007200     WRITE W2-REPORT-LINE FROM W2-SS-WAGES-LINE.
007210     MOVE YTD-FICA-AMOUNT TO W2-FICA-AMOUNT.
007220     WRITE W2-REPORT-LINE FROM W2-FICA-LINE.
007230     MOVE PAY-YTD-OTHER-DED-WORK TO W2-OTHER-DED-AMOUNT.
007240     WRITE W2-REPORT-LINE FROM W2-OTHER-DED-LINE.
007250     IF PAY-YTD-DEFERRAL-WORK > ZERO
007260         MOVE PAY-YTD-DEFERRAL-WORK TO W2-DEFERRAL-AMOUNT
007270         WRITE W2-REPORT-LINE FROM W2-DEFERRAL-LINE
007280     END-IF.
007290     PERFORM 2350-WRITE-ONE-W2-STATE
007300         THRU 2350-WRITE-ONE-W2-STATE-EXIT
007310         VARYING PAY-STATE-SLOT-IDX FROM 1 BY 1
007320         UNTIL PAY-STATE-SLOT-IDX > PAY-YTD-MAX-STATES.
007330 2300-WRITE-W2-PAGE-EXIT.
007340     EXIT.
007350
007360*----------------------------------------------------------------
007370* 2350-WRITE-ONE-W2-STATE -- THE STATE BOXES FOR ONE WORK STATE:
007380* STATE WAGES AND STATE INCOME TAX WITHHELD. UNUSED SLOTS PRINT
007390* NOTHING.
007400*----------------------------------------------------------------
007410 2350-WRITE-ONE-W2-STATE.
007420     IF YTD-STATE-CODE(PAY-STATE-SLOT-IDX) = SPACES
007430         GO TO 2350-WRITE-ONE-W2-STATE-EXIT
007440     END-IF.
007450     PERFORM 2600-GET-STATE-SLOT
007460         THRU 2600-GET-STATE-SLOT-EXIT.
007470     MOVE YTD-STATE-CODE(PAY-STATE-SLOT-IDX) TO W2-STATE-CODE.
007480     MOVE PAY-SLOT-STATE-WAGES TO W2-STATE-WAGES-AMOUNT.
007490     WRITE W2-REPORT-LINE FROM W2-STATE-WAGES-LINE.
007500     MOVE YTD-STATE-CODE(PAY-STATE-SLOT-IDX) TO
007510         W2-STATE-TAX-CODE.
007520     MOVE PAY-SLOT-STATE-TAX TO W2-STATE-TAX-AMOUNT.
007530     WRITE W2-REPORT-LINE FROM W2-STATE-TAX-LINE.
007540 2350-WRITE-ONE-W2-STATE-EXIT.
007550     EXIT.
007560
007570 2400-WRITE-EFILE-RECORD.
007580     MOVE SPACES TO EF-EMPLOYEE-RECORD.
007590     MOVE 'E' TO EF-RECORD-TYPE.
007600     MOVE PAY-CLOSING-YEAR TO EF-WAGE-YEAR.
007610     MOVE PAY-EMPLOYER-EIN TO EF-EMPLOYER-EIN.
007620     MOVE YTD-EMPLOYEE-NUMBER TO EF-EMPLOYEE-NUMBER.
007630     MOVE YTD-EMPLOYEE-INITIAL TO EF-EMPLOYEE-INITIAL.
007640     MOVE YTD-EMPLOYEE-LASTNAME TO EF-EMPLOYEE-LASTNAME.
007650     MOVE PAY-YTD-WAGES-WORK TO EF-WAGES-AMOUNT.
007660     MOVE YTD-FICA-AMOUNT TO EF-FICA-AMOUNT.
007670     MOVE YTD-FED-TAX-AMOUNT TO EF-FED-TAX-AMOUNT.
007680     MOVE PAY-SSN-WORK TO EF-EMPLOYEE-SSN.
007690     MOVE PAY-YTD-SS-WAGES-WORK TO EF-SS-WAGES.
007700     WRITE EFILE-LINE FROM EF-EMPLOYEE-RECORD.
007710     IF PAY-EFILE-STATUS NOT = '00'
007720         DISPLAY 'ERROR WRITING WAGE SUBMISSION FILE - FILE '
007730             'STATUS: ' PAY-EFILE-STATUS
007740     END-IF.
007750     IF PAY-PROFILE-ON-FILE
007760         MOVE SPACES TO EF-ADDRESS-RECORD
007770         MOVE 'A' TO EF-A-RECORD-TYPE
007780         MOVE PAY-CLOSING-YEAR TO EF-A-WAGE-YEAR
007790         MOVE PAY-EMPLOYER-EIN TO EF-A-EMPLOYER-EIN
007800         MOVE YTD-EMPLOYEE-NUMBER TO EF-A-EMPLOYEE-NUMBER
007810         MOVE PAY-SSN-WORK TO EF-A-EMPLOYEE-SSN
007820         MOVE TPF-ADDRESS-LINE TO EF-A-ADDRESS-LINE
007830         MOVE TPF-CITY TO EF-A-CITY
007840         MOVE TPF-STATE TO EF-A-STATE
007850         MOVE TPF-ZIP-CODE TO EF-A-ZIP-CODE
007860         WRITE EFILE-LINE FROM EF-ADDRESS-RECORD
007870         IF PAY-EFILE-STATUS NOT = '00'
007880             DISPLAY 'ERROR WRITING WAGE SUBMISSION ADDRESS '
007890                 'RECORD - FILE STATUS: ' PAY-EFILE-STATUS
007900         END-IF
007910     END-IF.
007920     IF PAY-YTD-DEFERRAL-WORK > ZERO
007930         MOVE SPACES TO EF-DEFERRAL-RECORD
007940         MOVE 'D' TO EF-D-RECORD-TYPE
007950         MOVE PAY-CLOSING-YEAR TO EF-D-WAGE-YEAR
007960         MOVE PAY-EMPLOYER-EIN TO EF-D-EMPLOYER-EIN
007970         MOVE YTD-EMPLOYEE-NUMBER TO EF-D-EMPLOYEE-NUMBER
007980         MOVE 'D ' TO EF-D-BOX-12-CODE
007990         MOVE PAY-YTD-DEFERRAL-WORK TO EF-D-AMOUNT
008000         WRITE EFILE-LINE FROM EF-DEFERRAL-RECORD
008010         IF PAY-EFILE-STATUS NOT = '00'
008020             DISPLAY 'ERROR WRITING WAGE SUBMISSION DEFERRAL '
008030                 'RECORD - FILE STATUS: ' PAY-EFILE-STATUS
008040         END-IF
008050     END-IF.
008060     PERFORM 2450-WRITE-ONE-EFILE-STATE
008070         THRU 2450-WRITE-ONE-EFILE-STATE-EXIT
008080         VARYING PAY-STATE-SLOT-IDX FROM 1 BY 1
008090         UNTIL PAY-STATE-SLOT-IDX > PAY-YTD-MAX-STATES.
008100 2400-WRITE-EFILE-RECORD-EXIT.
008110     EXIT.
008120
008130 2450-WRITE-ONE-EFILE-STATE.
008140     IF YTD-STATE-CODE(PAY-STATE-SLOT-IDX) = SPACES
008150         GO TO 2450-WRITE-ONE-EFILE-STATE-EXIT
008160     END-IF.
008170     PERFORM 2600-GET-STATE-SLOT
008180         THRU 2600-GET-STATE-SLOT-EXIT.
008190     MOVE SPACES TO EF-STATE-RECORD.
008200     MOVE 'S' TO EF-S-RECORD-TYPE.
008210     MOVE PAY-CLOSING-YEAR TO EF-S-WAGE-YEAR.
008220     MOVE PAY-EMPLOYER-EIN TO EF-S-EMPLOYER-EIN.
008230     MOVE YTD-EMPLOYEE-NUMBER TO EF-S-EMPLOYEE-NUMBER.
008240     MOVE YTD-STATE-CODE(PAY-STATE-SLOT-IDX) TO EF-S-STATE-CODE.
008250     MOVE PAY-SLOT-STATE-WAGES TO EF-S-STATE-WAGES.
008260     MOVE PAY-SLOT-STATE-TAX TO EF-S-STATE-TAX-AMOUNT.
008270     WRITE EFILE-LINE FROM EF-STATE-RECORD.
008280     IF PAY-EFILE-STATUS NOT = '00'
008290         DISPLAY 'ERROR WRITING WAGE SUBMISSION STATE RECORD - '
008300             'FILE STATUS: ' PAY-EFILE-STATUS
008310     END-IF.
008320 2450-WRITE-ONE-EFILE-STATE-EXIT.
008330     EXIT.
008340
008350 2500-WRITE-ARCHIVE-RECORD.
008360     WRITE ARCHIVE-LINE FROM YTDRECORD.
008370     IF PAY-ARCH-STATUS NOT = '00'
008380         DISPLAY 'ERROR WRITING YTD ARCHIVE - FILE STATUS: '
008390             PAY-ARCH-STATUS
008400     END-IF.
008410 2500-WRITE-ARCHIVE-RECORD-EXIT.
008420     EXIT.
008430
008440*----------------------------------------------------------------
008450* 2600-GET-STATE-SLOT -- THE WAGES AND TAX OFF ONE YTD STATE
008460* SLOT. AN UNUSED OR BLANK SLOT GIVES ZERO FOR BOTH.
008470*----------------------------------------------------------------
008480 2600-GET-STATE-SLOT.
008490     MOVE ZERO TO PAY-SLOT-STATE-WAGES.
008500     MOVE ZERO TO PAY-SLOT-STATE-TAX.
008510     IF YTD-STATE-CODE(PAY-STATE-SLOT-IDX) = SPACES
008520         GO TO 2600-GET-STATE-SLOT-EXIT
008530     END-IF.
008540     IF YTD-STATE-WAGES(PAY-STATE-SLOT-IDX) NUMERIC
008550         MOVE YTD-STATE-WAGES(PAY-STATE-SLOT-IDX) TO
008560             PAY-SLOT-STATE-WAGES
008570     END-IF.
008580     IF YTD-STATE-TAX-AMOUNT(PAY-STATE-SLOT-IDX) NUMERIC
008590         MOVE YTD-STATE-TAX-AMOUNT(PAY-STATE-SLOT-IDX) TO
008600             PAY-SLOT-STATE-TAX
008610     END-IF.
008620 2600-GET-STATE-SLOT-EXIT.
008630     EXIT.
008640
008650*----------------------------------------------------------------
008660* 9000-TERMINATE-YEAR-END -- W-3-STYLE COMPANY TOTAL PAGE AND
008670* SUBMISSION TOTAL RECORD, THEN THE YTD FILE IS REWRITTEN EMPTY
008680* TO START THE NEW ACCUMULATION YEAR. THE ARCHIVE COPY WAS
008690* ALREADY WRITTEN, SO NOTHING IS LOST.
008700*----------------------------------------------------------------
008710 9000-TERMINATE-YEAR-END.
008720     MOVE PAY-CLOSING-YEAR TO W3-WAGE-YEAR.
008730     WRITE W2-REPORT-LINE FROM W3-HEADING-LINE
008740         AFTER ADVANCING PAGE.
008750     WRITE W2-REPORT-LINE FROM W2-BLANK-LINE.
008760     MOVE PAY-EMPLOYEE-COUNT TO W3-EMPLOYEE-COUNT.
008770     WRITE W2-REPORT-LINE FROM W3-COUNT-LINE.
008780     MOVE PAY-TOTAL-WAGES TO W3-WAGES-AMOUNT.
008790     WRITE W2-REPORT-LINE FROM W3-WAGES-LINE.
008800     MOVE PAY-TOTAL-FED-TAX TO W3-FED-TAX-AMOUNT.
008810     WRITE W2-REPORT-LINE FROM W3-FED-TAX-LINE.
008820     MOVE PAY-TOTAL-SS-WAGES TO W3-SS-WAGES-AMOUNT.
008830     WRITE W2-REPORT-LINE FROM W3-SS-WAGES-LINE.
008840     MOVE PAY-TOTAL-FICA TO W3-FICA-AMOUNT.
008850     WRITE W2-REPORT-LINE FROM W3-FICA-LINE.
008860     MOVE PAY-TOTAL-STATE-TAX TO W3-STATE-TAX-AMOUNT.
008870     WRITE W2-REPORT-LINE FROM W3-STATE-TAX-LINE.
008880     MOVE PAY-TOTAL-DEFERRAL TO W3-DEFERRAL-AMOUNT.
008890     WRITE W2-REPORT-LINE FROM W3-DEFERRAL-LINE.
008900     MOVE SPACES TO EF-TOTAL-RECORD.
008910     MOVE 'T' TO EF-T-RECORD-TYPE.
008920     MOVE PAY-CLOSING-YEAR TO EF-T-WAGE-YEAR.
008930     MOVE PAY-EMPLOYER-EIN TO EF-T-EMPLOYER-EIN.
008940     MOVE PAY-EMPLOYEE-COUNT TO EF-T-EMPLOYEE-COUNT.
008950     MOVE PAY-TOTAL-WAGES TO EF-T-WAGES-AMOUNT.
008960     MOVE PAY-TOTAL-FICA TO EF-T-FICA-AMOUNT.
008970     MOVE PAY-TOTAL-FED-TAX TO EF-T-FED-TAX-AMOUNT.
008980     MOVE PAY-TOTAL-STATE-TAX TO EF-T-STATE-TAX-AMOUNT.
008990     MOVE PAY-TOTAL-SS-WAGES TO EF-T-SS-WAGES.
009000     MOVE PAY-TOTAL-DEFERRAL TO EF-T-DEFERRAL-AMOUNT.
009010     WRITE EFILE-LINE FROM EF-TOTAL-RECORD.
009020     IF PAY-EFILE-STATUS NOT = '00'
009030         DISPLAY 'ERROR WRITING WAGE SUBMISSION TOTAL RECORD - '
009040             'FILE STATUS: ' PAY-EFILE-STATUS
009050     END-IF.
009060     CLOSE YTD-FILE.
009070     CLOSE W2-REPORT-FILE.
009080     CLOSE EFILE-FILE.
009090     CLOSE ARCHIVE-FILE.
009100     IF PAY-PROFILE-FILE-PRESENT = 'Y'
009110         CLOSE TAX-PROFILE-FILE
009120     END-IF.
009130     OPEN OUTPUT YTD-FILE.
009140     IF PAY-YTD-STATUS NOT = '00'
009150         DISPLAY 'ERROR RESETTING THE YTD FILE - FILE STATUS: '
009160             PAY-YTD-STATUS ' - THE NEW ACCUMULATION YEAR WAS '
009170             'NOT STARTED.'
009180     ELSE
009190         CLOSE YTD-FILE
009200         DISPLAY 'YTD FILE RESET - NEW ACCUMULATION YEAR '
009210             'STARTED.'
009220     END-IF.
009230     PERFORM 9500-SETTLE-LEAVE-BALANCES
009240         THRU 9500-SETTLE-LEAVE-BALANCES-EXIT.
009250     DISPLAY 'YEAR-END CLOSE RECONCILIATION - WAGE YEAR '
009260         PAY-CLOSING-YEAR.
009270     DISPLAY '  W-2 STATEMENTS PRODUCED. . . . . . . : '
009280         PAY-EMPLOYEE-COUNT.
009290     DISPLAY '  TOTAL WAGES REPORTED . . . . . . . . : '
009300         PAY-TOTAL-WAGES.
009310     DISPLAY '  TOTAL SOCIAL SECURITY WAGES. . . . . : '
009320         PAY-TOTAL-SS-WAGES.
009330     DISPLAY '  TOTAL 401(K) DEFERRALS (BOX 12 D). . : '
009340         PAY-TOTAL-DEFERRAL.
009350     DISPLAY '  TOTAL FEDERAL TAX WITHHELD . . . . . : '
009360         PAY-TOTAL-FED-TAX.
009370     DISPLAY '  TOTAL SOCIAL SECURITY TAX WITHHELD . : '
009380         PAY-TOTAL-FICA.
009390     DISPLAY '  TOTAL STATE INCOME TAX WITHHELD. . . : '
009400         PAY-TOTAL-STATE-TAX.
009410     DISPLAY '  W-2S WITH NO SSN ON FILE . . . . . . : '
009420         PAY-NO-PROFILE-COUNT.
009430     DISPLAY '  YTD FILE ARCHIVED AS . . . . . . . . : '
009440         PAY-ARCHIVE-NAME.
009450 9000-TERMINATE-YEAR-END-EXIT.
009460     EXIT.
009470
009480*----------------------------------------------------------------
009490* 9500-SETTLE-LEAVE-BALANCES -- CAP EACH EMPLOYEE'S VACATION AND
009500* SICK BALANCES AT THE CLASS CARRYOVER CAPS (ZERO CAP MEANS NO
009510* CAP) AND ZERO THE TAKEN-THIS-YEAR FIGURES, THEN REWRITE THE
009520* LEAVE BALANCE FILE. A MISSING RULE OR BALANCE FILE SKIPS THE
009530* STEP.
009540*----------------------------------------------------------------
009550 9500-SETTLE-LEAVE-BALANCES.
009560     OPEN INPUT ACCRUAL-FILE.
009570     IF PAY-ACR-STATUS = '00'
009580         MOVE 'Y' TO PAY-ACCRUAL-FILE-PRESENT
009590         PERFORM 9510-READ-ACCRUAL-RECORD
009600             THRU 9510-READ-ACCRUAL-RECORD-EXIT
009610             UNTIL PAY-END-OF-ACR = 'Y'
009620     END-IF.
009630     CLOSE ACCRUAL-FILE.
009640     OPEN INPUT LEAVE-FILE.
009650     IF PAY-LVE-STATUS = '00'
009660         MOVE 'Y' TO PAY-LEAVE-FILE-PRESENT
009670         PERFORM 9520-READ-LEAVE-RECORD
009680             THRU 9520-READ-LEAVE-RECORD-EXIT
009690             UNTIL PAY-END-OF-LVE = 'Y'
009700     END-IF.
009710     CLOSE LEAVE-FILE.
009720     IF PAY-ACCRUAL-FILE-PRESENT NOT = 'Y'
009730         OR PAY-LEAVE-FILE-PRESENT NOT = 'Y'
009740         DISPLAY 'NO LEAVE ACCRUAL RULES OR BALANCES ON HAND - '
009750             'LEAVE CARRYOVER STEP SKIPPED.'
009760         GO TO 9500-SETTLE-LEAVE-BALANCES-EXIT
009770     END-IF.
009780     PERFORM 9530-CAP-ONE-BALANCE
009790         THRU 9530-CAP-ONE-BALANCE-EXIT
009800         VARYING PAY-LVE-SCAN-IDX FROM 1 BY 1
009810         UNTIL PAY-LVE-SCAN-IDX > PAY-LVE-COUNT.
009820     PERFORM 9540-REWRITE-LEAVE-FILE
009830         THRU 9540-REWRITE-LEAVE-FILE-EXIT.
009840     DISPLAY '  LEAVE BALANCES CARRIED FORWARD . . . : '
009850         PAY-LVE-COUNT.
009860     DISPLAY '  BALANCES CUT TO THE CARRYOVER CAP. . : '
009870         PAY-CAPPED-COUNT.
009880 9500-SETTLE-LEAVE-BALANCES-EXIT.
009890     EXIT.
009900
009910 9510-READ-ACCRUAL-RECORD.
009920     READ ACCRUAL-FILE
009930         AT END
009940             MOVE 'Y' TO PAY-END-OF-ACR
009950         NOT AT END
009960             IF PAY-ACR-COUNT >= PAY-ACR-MAX-ENTRIES
009970                 DISPLAY 'ACCRUAL RULE FILE EXCEEDS THE '
009980                     PAY-ACR-MAX-ENTRIES ' ENTRY TABLE '
009990                     'CAPACITY - REMAINING RULES IGNORED.'
010000                 MOVE 'Y' TO PAY-END-OF-ACR
010010             ELSE
010020                 ADD 1 TO PAY-ACR-COUNT
010030                 MOVE ACR-CLASS-CODE TO
010040                     PAY-A-CLASS-CODE(PAY-ACR-COUNT)
010050                 MOVE ACR-VAC-CARRYOVER-CAP TO
010060                     PAY-A-VAC-CAP(PAY-ACR-COUNT)
010070                 MOVE ACR-SICK-CARRYOVER-CAP TO
010080                     PAY-A-SICK-CAP(PAY-ACR-COUNT)
010090             END-IF
010100     END-READ.
010110 9510-READ-ACCRUAL-RECORD-EXIT.
010120     EXIT.
010130
010140 9520-READ-LEAVE-RECORD.
010150     READ LEAVE-FILE
010160         AT END
010170             MOVE 'Y' TO PAY-END-OF-LVE
010180         NOT AT END
010190             IF PAY-LVE-COUNT >= PAY-LVE-MAX-ENTRIES
010200                 DISPLAY 'LEAVE BALANCE FILE EXCEEDS THE '
010210                     PAY-LVE-MAX-ENTRIES ' RECORD TABLE '
010220                     'CAPACITY - REMAINING BALANCES NOT '
010230                     'CARRIED FORWARD.'
010240                 MOVE 'Y' TO PAY-END-OF-LVE
010250             ELSE
010260                 ADD 1 TO PAY-LVE-COUNT
010270                 MOVE LVE-EMPLOYEE-NUMBER TO
010280                     PAY-L-EMPLOYEE-NUMBER(PAY-LVE-COUNT)
010290                 MOVE LVE-CLASS-CODE TO
010300                     PAY-L-CLASS-CODE(PAY-LVE-COUNT)
010310                 MOVE LVE-VAC-BALANCE TO
010320                     PAY-L-VAC-BALANCE(PAY-LVE-COUNT)
010330                 MOVE LVE-SICK-BALANCE TO
010340                     PAY-L-SICK-BALANCE(PAY-LVE-COUNT)
010350                 MOVE LVE-VAC-TAKEN-YTD TO
010360                     PAY-L-VAC-TAKEN-YTD(PAY-LVE-COUNT)
010370                 MOVE LVE-SICK-TAKEN-YTD TO
010380                     PAY-L-SICK-TAKEN-YTD(PAY-LVE-COUNT)
010390             END-IF
010400     END-READ.
010410 9520-READ-LEAVE-RECORD-EXIT.
010420     EXIT.
010430
010440*----------------------------------------------------------------
010450* 9530-CAP-ONE-BALANCE -- ONE EMPLOYEE: CAP THE BALANCES AT THE
010460* CLASS CAPS AND ZERO THE TAKEN-THIS-YEAR FIGURES. A CLASS WITH
010470* NO RULE CARRIES ITS BALANCES FORWARD UNCAPPED.
010480*----------------------------------------------------------------
010490 9530-CAP-ONE-BALANCE.
010500     MOVE 'N' TO PAY-ACR-MATCH-FOUND.
010510     SET PAY-ACR-IDX TO 1.
010520     SEARCH PAY-ACR-ENTRY
010530         AT END
010540             CONTINUE
010550         WHEN PAY-A-CLASS-CODE(PAY-ACR-IDX) =
010560                 PAY-L-CLASS-CODE(PAY-LVE-SCAN-IDX)
010570             MOVE 'Y' TO PAY-ACR-MATCH-FOUND
010580     END-SEARCH.
010590     IF PAY-ACR-MATCH-FOUND = 'Y'
010600         IF PAY-A-VAC-CAP(PAY-ACR-IDX) > ZERO
010610             AND PAY-L-VAC-BALANCE(PAY-LVE-SCAN-IDX) >
010620                 PAY-A-VAC-CAP(PAY-ACR-IDX)
010630             MOVE PAY-A-VAC-CAP(PAY-ACR-IDX) TO
010640                 PAY-L-VAC-BALANCE(PAY-LVE-SCAN-IDX)
010650             ADD 1 TO PAY-CAPPED-COUNT
010660         END-IF
010670         IF PAY-A-SICK-CAP(PAY-ACR-IDX) > ZERO
010680             AND PAY-L-SICK-BALANCE(PAY-LVE-SCAN-IDX) >
010690                 PAY-A-SICK-CAP(PAY-ACR-IDX)
010700             MOVE PAY-A-SICK-CAP(PAY-ACR-IDX) TO
010710                 PAY-L-SICK-BALANCE(PAY-LVE-SCAN-IDX)
010720             ADD 1 TO PAY-CAPPED-COUNT
010730         END-IF
010740     END-IF.
010750     MOVE ZERO TO PAY-L-VAC-TAKEN-YTD(PAY-LVE-SCAN-IDX).
010760     MOVE ZERO TO PAY-L-SICK-TAKEN-YTD(PAY-LVE-SCAN-IDX).
010770 9530-CAP-ONE-BALANCE-EXIT.
010780     EXIT.
010790
010800 9540-REWRITE-LEAVE-FILE.
010810     OPEN OUTPUT LEAVE-FILE.
010820     IF PAY-LVE-STATUS NOT = '00'
010830         DISPLAY 'ERROR REWRITING LEAVE BALANCE FILE - FILE '
010840             'STATUS: ' PAY-LVE-STATUS
010850         GO TO 9540-REWRITE-LEAVE-FILE-EXIT
010860     END-IF.
010870     PERFORM 9550-WRITE-ONE-LEAVE-RECORD
010880         THRU 9550-WRITE-ONE-LEAVE-RECORD-EXIT
010890         VARYING PAY-LVE-WRITE-IDX FROM 1 BY 1
010900         UNTIL PAY-LVE-WRITE-IDX > PAY-LVE-COUNT.
010910     CLOSE LEAVE-FILE.
010920 9540-REWRITE-LEAVE-FILE-EXIT.
010930     EXIT.
010940
010950 9550-WRITE-ONE-LEAVE-RECORD.
010960     MOVE SPACES TO LVERECORD.
010970     MOVE PAY-L-EMPLOYEE-NUMBER(PAY-LVE-WRITE-IDX) TO
010980         LVE-EMPLOYEE-NUMBER.
010990     MOVE PAY-L-CLASS-CODE(PAY-LVE-WRITE-IDX) TO LVE-CLASS-CODE.
011000     MOVE PAY-L-VAC-BALANCE(PAY-LVE-WRITE-IDX) TO
011010         LVE-VAC-BALANCE.
011020     MOVE PAY-L-SICK-BALANCE(PAY-LVE-WRITE-IDX) TO
011030         LVE-SICK-BALANCE.
011040     MOVE PAY-L-VAC-TAKEN-YTD(PAY-LVE-WRITE-IDX) TO
011050         LVE-VAC-TAKEN-YTD.
011060     MOVE PAY-L-SICK-TAKEN-YTD(PAY-LVE-WRITE-IDX) TO
011070         LVE-SICK-TAKEN-YTD.
011080     WRITE LVERECORD.
011090     IF PAY-LVE-STATUS NOT = '00'
011100         DISPLAY 'ERROR WRITING LEAVE BALANCE FILE - FILE '
011110             'STATUS: ' PAY-LVE-STATUS
011120     END-IF.
011130 9550-WRITE-ONE-LEAVE-RECORD-EXIT.
011140     EXIT.
011150
011160 END PROGRAM YearEnd.
