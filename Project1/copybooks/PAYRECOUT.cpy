000440*                  39). MasterUpgrade.cbl CARRIES THE LIVE
000450*                  paymaster.dat FORWARD ONE TIME, THE SAME WAY
000460*                  MasterConvert.cbl DID THE outfile.txt CUTOVER.
000470* 10-15-2026  CNR  ADDED OUT-WORK-STATE -- THE STATE THE EMPLOYEE
000480*                  WORKS IN, VALIDATED AGAINST THE STATE TAX
000490*                  TABLE (STXREC) -- AND OUT-STATE-TAX-AMOUNT,
000500*                  THE STATE INCOME TAX WITHHELD THIS PERIOD.
000510*                  APPENDED AFTER THE AUDIT TRAIL; THE LONGER
000520*                  RECORD IS CARRIED FORWARD BY MasterUpgrade.cbl.
000530* 10-15-2026  CNR  ADDED OUT-FED-TAXABLE-WAGES, OUT-FICA-WAGES AND
000540*                  OUT-DEFERRAL-AMOUNT (401(K)) FOR THE W-2 WAGE
000550*                  BOXES. APPENDED; MasterUpgrade.cbl CONVERTS.
000560* 10-15-2026  CNR  ADDED OUT-LABOR-DIST -- UP TO FIVE COST CENTERS
000570*                  THE PERIOD'S HOURS WERE WORKED IN (TIME-CLOCK
000580*                  TRANSFER PUNCHES), WITH THE HOURS AND THE SHARE
000590*                  OF GROSS CHARGED TO EACH. THE SHARES ALWAYS
000600*                  FOOT TO OUT-GROSS-PAY. NO SLOTS IN USE MEANS
000610*                  ALL OF THE PERIOD IS CHARGED TO
000620*                  OUT-DEPARTMENT-CODE. APPENDED;
000630*                  MasterUpgrade.cbl CONVERTS. SOURCE RESEQUENCED.
000640*================================================================
000650 01  PAYRECORD-OUT.
000660     10  OUT-EMPLOYEE-NUMBER      PIC 9(9).
000670     10  FILLER                   PIC X(1) VALUE SPACE.
000680     10  OUT-EMPLOYEE-INITIAL     PIC A(1).
000690     10  FILLER                   PIC X(1) VALUE SPACE.
000700     10  OUT-EMPLOYEE-LASTNAME    PIC A(15).
000710     10  FILLER                   PIC X(1) VALUE SPACE.
000720     10  OUT-HOURS-WORKED         PIC 9(3)V99.
000730     10  FILLER                   PIC X(1) VALUE SPACE.
000740     10  OUT-HOURLY-RATE          PIC 9(3)V99.
000750     10  FILLER                   PIC X(1) VALUE SPACE.
000760     10  OUT-SALARY-AMOUNT        PIC 9(7)V99.
000770     10  FILLER                   PIC X(1) VALUE SPACE.
000780     10  OUT-SALARY-CODE          PIC X(1).
000790     10  FILLER                   PIC X(1) VALUE SPACE.
000800     10  OUT-GROSS-PAY            PIC 9(7)V99.
000810     10  FILLER                   PIC X(1) VALUE SPACE.
000820     10  OUT-FICA-AMOUNT          PIC 9(7)V99.
000830     10  FILLER                   PIC X(1) VALUE SPACE.
000840     10  OUT-FED-TAX-AMOUNT       PIC 9(7)V99.
000850     10  FILLER                   PIC X(1) VALUE SPACE.
000860     10  OUT-NET-PAY              PIC 9(7)V99.
000870     10  FILLER                   PIC X(1) VALUE SPACE.
000880     10  OUT-DEPARTMENT-CODE      PIC X(4).
000890     10  FILLER                   PIC X(1) VALUE SPACE.
000900     10  OUT-PAY-PERIOD           PIC 9(4).
000910     10  FILLER                   PIC X(1) VALUE SPACE.
000920     10  OUT-OTHER-DED-TOTAL      PIC 9(7)V99.
000930     10  FILLER                   PIC X(1) VALUE SPACE.
000940     10  OUT-DEDUCTION OCCURS 5 TIMES.
000950         15  OUT-DED-CODE         PIC X(3).
000960         15  FILLER               PIC X(1).
000970         15  OUT-DED-AMOUNT       PIC 9(7)V99.
000980         15  FILLER               PIC X(1).
000990     10  OUT-EMPLOY-STATUS        PIC X(1).
001000         88  OUT-STATUS-ACTIVE    VALUE 'A'.
001010         88  OUT-STATUS-LEAVE     VALUE 'L'.
001020         88  OUT-STATUS-TERMINATED VALUE 'T'.
001030     10  FILLER                   PIC X(1) VALUE SPACE.
001040     10  OUT-HIRE-DATE            PIC 9(8).
001050     10  FILLER                   PIC X(1) VALUE SPACE.
001060     10  OUT-TERM-DATE            PIC 9(8).
001070     10  FILLER                   PIC X(1) VALUE SPACE.
001080     COPY AUDITREC.
001090     10  FILLER                   PIC X(1) VALUE SPACE.
001100     10  OUT-WORK-STATE           PIC X(2).
001110     10  FILLER                   PIC X(1) VALUE SPACE.
001120     10  OUT-STATE-TAX-AMOUNT     PIC 9(7)V99.
001130     10  FILLER                   PIC X(1) VALUE SPACE.
001140     10  OUT-FED-TAXABLE-WAGES    PIC 9(7)V99.
001150     10  FILLER                   PIC X(1) VALUE SPACE.
001160     10  OUT-FICA-WAGES           PIC 9(7)V99.
001170     10  FILLER                   PIC X(1) VALUE SPACE.
001180     10  OUT-DEFERRAL-AMOUNT      PIC 9(7)V99.
001190     10  FILLER                   PIC X(1) VALUE SPACE.
001200     10  OUT-LABOR-DIST OCCURS 5 TIMES.
001210         15  OUT-DIST-DEPT-CODE   PIC X(4).
001220         15  FILLER               PIC X(1).
001230         15  OUT-DIST-HOURS       PIC 9(3)V99.
001240         15  FILLER               PIC X(1).
001250         15  OUT-DIST-GROSS       PIC 9(7)V99.
001260         15  FILLER               PIC X(1).
