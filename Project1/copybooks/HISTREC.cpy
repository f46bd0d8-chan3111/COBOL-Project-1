000190* A RECORD TYPE AND THE DATE THE PERIOD WAS CLOSED.
000200*----------------------------------------------------------------
000210* 09-02-2026  CNR  ORIGINAL COPYBOOK.
000220* 09-02-2026  CNR  RECORD TYPES V (VOID) AND J (ADJUSTMENT)
000230*                  ADDED FOR THE SUPPLEMENTAL-PERIOD WORK, PLUS
000240*                  HST-REFERENCE-PERIOD -- THE ORIGINAL PERIOD A
000250*                  VOID OR ADJUSTMENT TRACES BACK TO (ZERO ON A
000260*                  NORMAL RECORD).
000270* 10-15-2026  CNR  ADDED HST-WORK-STATE AND HST-STATE-TAX-AMOUNT,
000280*                  MIRRORING THE NEW MASTER FIELDS. APPENDED --
000290*                  OLDER LINES READ THEM AS BLANK (NO STATE,
000300*                  ZERO TAX).
000310* 10-15-2026  CNR  ADDED HST-FED-TAXABLE-WAGES, HST-FICA-WAGES
000320*                  AND HST-DEFERRAL-AMOUNT, MIRRORING THE NEW
000330*                  MASTER FIELDS. APPENDED -- READERS TREAT AN
000340*                  OLDER LINE'S BLANK WAGE FIELDS AS GROSS.
000350* 10-15-2026  CNR  ADDED HST-LABOR-DIST, MIRRORING THE NEW MASTER
000360*                  COST-CENTER SPLIT. APPENDED -- AN OLDER LINE'S
000370*                  BLANK SLOTS MEAN ALL TO HST-DEPARTMENT-CODE.
000380*                  SOURCE RESEQUENCED.
000390*================================================================
000400 01  HISTRECORD.
000410     10  HST-RECORD-TYPE          PIC X(1).
000420         88  HST-TYPE-NORMAL      VALUE 'N'.
000430         88  HST-TYPE-VOID        VALUE 'V'.
000440         88  HST-TYPE-ADJUSTMENT  VALUE 'J'.
000450     10  FILLER                   PIC X(1) VALUE SPACE.
000460     10  HST-CLOSE-DATE           PIC 9(8).
000470     10  FILLER                   PIC X(1) VALUE SPACE.
000480     10  HST-PAY-PERIOD           PIC 9(4).
000490     10  FILLER                   PIC X(1) VALUE SPACE.
000500     10  HST-EMPLOYEE-NUMBER      PIC 9(9).
000510     10  FILLER                   PIC X(1) VALUE SPACE.
000520     10  HST-EMPLOYEE-INITIAL     PIC A(1).
000530     10  FILLER                   PIC X(1) VALUE SPACE.
000540     10  HST-EMPLOYEE-LASTNAME    PIC A(15).
000550     10  FILLER                   PIC X(1) VALUE SPACE.
000560     10  HST-HOURS-WORKED         PIC 9(3)V99.
000570     10  FILLER                   PIC X(1) VALUE SPACE.
000580     10  HST-HOURLY-RATE          PIC 9(3)V99.
000590     10  FILLER                   PIC X(1) VALUE SPACE.
000600     10  HST-SALARY-AMOUNT        PIC 9(7)V99.
000610     10  FILLER                   PIC X(1) VALUE SPACE.
000620     10  HST-SALARY-CODE          PIC X(1).
000630     10  FILLER                   PIC X(1) VALUE SPACE.
000640     10  HST-GROSS-PAY            PIC 9(7)V99.
000650     10  FILLER                   PIC X(1) VALUE SPACE.
000660     10  HST-FICA-AMOUNT          PIC 9(7)V99.
000670     10  FILLER                   PIC X(1) VALUE SPACE.
000680     10  HST-FED-TAX-AMOUNT       PIC 9(7)V99.
000690     10  FILLER                   PIC X(1) VALUE SPACE.
000700     10  HST-NET-PAY              PIC 9(7)V99.
000710     10  FILLER                   PIC X(1) VALUE SPACE.
000720     10  HST-DEPARTMENT-CODE      PIC X(4).
000730     10  FILLER                   PIC X(1) VALUE SPACE.
000740     10  HST-OTHER-DED-TOTAL      PIC 9(7)V99.
000750     10  FILLER                   PIC X(1) VALUE SPACE.
000760     10  HST-DEDUCTION OCCURS 5 TIMES.
000770         15  HST-DED-CODE         PIC X(3).
000780         15  FILLER               PIC X(1).
000790         15  HST-DED-AMOUNT       PIC 9(7)V99.
000800         15  FILLER               PIC X(1).
000810     10  HST-OPERATOR-ID          PIC X(8).
000820     10  FILLER                   PIC X(1) VALUE SPACE.
000830     10  HST-ACTION-CODE          PIC X(1).
000840     10  FILLER                   PIC X(1) VALUE SPACE.
000850     10  HST-ENTRY-DATE           PIC 9(8).
000860     10  FILLER                   PIC X(1) VALUE SPACE.
000870     10  HST-ENTRY-TIME           PIC 9(8).
000880     10  FILLER                   PIC X(1) VALUE SPACE.
000890     10  HST-REFERENCE-PERIOD     PIC 9(4).
000900     10  FILLER                   PIC X(1) VALUE SPACE.
000910     10  HST-WORK-STATE           PIC X(2).
000920     10  FILLER                   PIC X(1) VALUE SPACE.
000930     10  HST-STATE-TAX-AMOUNT     PIC 9(7)V99.
000940     10  FILLER                   PIC X(1) VALUE SPACE.
000950     10  HST-FED-TAXABLE-WAGES    PIC 9(7)V99.
000960     10  FILLER                   PIC X(1) VALUE SPACE.
000970     10  HST-FICA-WAGES           PIC 9(7)V99.
000980     10  FILLER                   PIC X(1) VALUE SPACE.
000990     10  HST-DEFERRAL-AMOUNT      PIC 9(7)V99.
001000     10  FILLER                   PIC X(1) VALUE SPACE.
001010     10  HST-LABOR-DIST OCCURS 5 TIMES.
001020         15  HST-DIST-DEPT-CODE   PIC X(4).
001030         15  FILLER               PIC X(1).
001040         15  HST-DIST-HOURS       PIC 9(3)V99.
001050         15  FILLER               PIC X(1).
001060         15  HST-DIST-GROSS       PIC 9(7)V99.
001070         15  FILLER               PIC X(1).
