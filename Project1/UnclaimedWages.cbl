000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. UnclaimedWages AS "UnclaimedWages".
000120 AUTHOR. ChandlerNewmanReed.
000130 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED. 10-15-2026.
000160*================================================================
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  CNR  ORIGINAL PROGRAM - UNCLAIMED WAGES REISSUE
000200*                  AND ESCHEAT. WORKS THE UNCLAIMED WAGES FILE
000210*                  (unclaimed.txt / UNCREC) THAT CheckRecon.cbl
000220*                  FILLS WITH STALE-DATED CHECKS. AN EMPLOYEE WHO
000230*                  COMES FORWARD IS REISSUED THE MONEY UNDER THE
000240*                  NEXT NUMBER FROM THE CHECK-NUMBER CONTROL FILE
000250*                  (checkcontrol.txt) -- PRINTED ON
000260*                  reissueprint.txt AND LOGGED I ON
000270*                  checkissued.txt LIKE ANY OTHER CHECK. ONCE A
000280*                  YEAR, ITEMS WHOSE DORMANCY PERIOD HAS RUN ARE
000290*                  REPORTED TO THE STATE ON THE ESCHEAT REPORT
000300*                  (escheatreport.txt) AND FILING (escheat.txt)
000310*                  WITH THE OWNER'S SSN AND LAST KNOWN ADDRESS
000320*                  FROM THE TAX PROFILE MASTER. BOTH CLEAR
000330*                  UNCLAIMED WAGES PAYABLE AGAINST CASH ON THEIR
000340*                  OWN JOURNAL (unclaimedjournal.txt).
000350*================================================================
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT UNCLAIMED-FILE ASSIGN TO 'unclaimed.txt'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS PAY-UNC-STATUS.
000430     SELECT PAYROLL-FILE ASSIGN TO 'paymaster.dat'
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS OUT-EMPLOYEE-NUMBER
000470         FILE STATUS IS PAY-FILE-STATUS.
000480     SELECT TAX-PROFILE-FILE ASSIGN TO 'taxprofile.dat'
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS TPF-EMPLOYEE-NUMBER
000520         FILE STATUS IS PAY-TPF-STATUS.
000530     SELECT CONTROL-FILE ASSIGN TO 'checkcontrol.txt'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PAY-CONTROL-STATUS.
000560     SELECT ISSUED-FILE ASSIGN TO 'checkissued.txt'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS PAY-ISSUED-STATUS.
000590     SELECT PRINT-FILE ASSIGN TO 'reissueprint.txt'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS PAY-PRINT-STATUS.
000620     SELECT ESCHEAT-REPORT-FILE ASSIGN TO 'escheatreport.txt'
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PAY-REPORT-STATUS.
000650     SELECT ESCHEAT-FILE ASSIGN TO 'escheat.txt'
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS PAY-ESCHEAT-STATUS.
000680     SELECT JOURNAL-FILE ASSIGN TO 'unclaimedjournal.txt'
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS PAY-JOURNAL-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  UNCLAIMED-FILE.
000750     COPY UNCREC.
000760
000770 FD  PAYROLL-FILE.
000780     COPY PAYRECOUT.
000790
000800 FD  TAX-PROFILE-FILE.
000810     COPY TPFREC.
000820
000830*----------------------------------------------------------------
000840* CONTROL-FILE -- THE CHECK-NUMBER CONTROL FILE KEPT BY
000850* CheckPrint.cbl. ONE RECORD: THE NEXT CHECK NUMBER TO ASSIGN.
000860* A REISSUE TAKES ITS NUMBER FROM THE SAME SEQUENCE.
000870*----------------------------------------------------------------
000880 FD  CONTROL-FILE.
000890 01  CONTROL-RECORD.
000900     10  CTL-NEXT-CHECK-NUMBER PIC 9(6).
000910
000920 FD  ISSUED-FILE.
000930     COPY CHKREC.
000940
000950 FD  PRINT-FILE.
000960 01  PRINT-LINE                PIC X(80).
000970
000980 FD  ESCHEAT-REPORT-FILE.
000990 01  REPORT-LINE               PIC X(80).
001000
001010 FD  ESCHEAT-FILE.
001020 01  ESCHEAT-LINE              PIC X(126).
001030
001040 FD  JOURNAL-FILE.
001050 01  JOURNAL-LINE              PIC X(80).
001060
001070 WORKING-STORAGE SECTION.
001080*----------------------------------------------------------------
001090* RUN CONTROL FIELDS
001100*----------------------------------------------------------------
001110 01  PAY-END-OF-UNC            PIC X(1) VALUE 'N'.
001120 01  PAY-UNC-STATUS            PIC X(2).
001130 01  PAY-FILE-STATUS           PIC X(2).
001140 01  PAY-TPF-STATUS            PIC X(2).
001150 01  PAY-CONTROL-STATUS        PIC X(2).
001160 01  PAY-ISSUED-STATUS         PIC X(2).
001170 01  PAY-PRINT-STATUS          PIC X(2).
001180 01  PAY-REPORT-STATUS         PIC X(2).
001190 01  PAY-ESCHEAT-STATUS        PIC X(2).
001200 01  PAY-JOURNAL-STATUS        PIC X(2).
001210 01  PAY-RUN-DATE              PIC 9(8) VALUE ZERO.
001220 01  PAY-RUN-DATE-PARTS REDEFINES PAY-RUN-DATE.
001230     05  PAY-RUN-YEAR          PIC 9(4).
001240     05  FILLER                PIC 9(4).
001250 01  PAY-TPF-AVAILABLE         PIC X(1) VALUE 'N'.
001260 01  PAY-CONTROL-AVAILABLE     PIC X(1) VALUE 'N'.
001270 01  PAY-MASTER-FOUND          PIC X(1) VALUE 'N'.
001280 01  PAY-TPF-FOUND             PIC X(1) VALUE 'N'.
001290 01  PAY-UNC-FOUND             PIC X(1) VALUE 'N'.
001300 01  PAY-UNC-CHANGED           PIC X(1) VALUE 'N'.
001310 01  PAY-NEXT-CHECK-NUMBER     PIC 9(6) VALUE ZERO.
001320 01  PAY-REISSUE-RESPONSE      PIC A(1) VALUE SPACE.
001330 01  PAY-REISSUE-NUMBER        PIC 9(6) VALUE ZERO.
001340 01  PAY-ESCHEAT-RESPONSE      PIC A(1) VALUE SPACE.
001350 01  PAY-DORMANCY-END          PIC 9(8) VALUE ZERO.
001360 01  PAY-REISSUE-COUNT         PIC 9(7) COMP VALUE ZERO.
001370 01  PAY-REISSUE-TOTAL         PIC 9(11)V99 VALUE ZERO.
001380 01  PAY-ESCHEAT-COUNT         PIC 9(7) COMP VALUE ZERO.
001390 01  PAY-ESCHEAT-TOTAL         PIC 9(11)V99 VALUE ZERO.
001400 01  PAY-NO-PROFILE-COUNT      PIC 9(7) COMP VALUE ZERO.
001410 01  PAY-STILL-UNCLAIMED-COUNT PIC 9(7) COMP VALUE ZERO.
001420 01  PAY-STILL-UNCLAIMED-TOTAL PIC 9(11)V99 VALUE ZERO.
001430 01  PAY-TOTAL-DEBITS-WRITTEN  PIC 9(11)V99 VALUE ZERO.
001440 01  PAY-TOTAL-CREDITS-WRITTEN PIC 9(11)V99 VALUE ZERO.
001450
001460*----------------------------------------------------------------
001470* DORMANCY PERIOD -- AN UNCLAIMED PAYROLL CHECK IS PRESUMED
001480* ABANDONED THIS MANY YEARS AFTER ITS ISSUE DATE AND GOES ON THE
001490* NEXT ANNUAL ESCHEAT FILING.
001500*----------------------------------------------------------------
001510 77  PAY-DORMANCY-YEARS        PIC 9(1) VALUE 1.
001520
001530*----------------------------------------------------------------
001540* HOLDER IDENTIFICATION FOR THE ESCHEAT FILING -- THE SAME EIN
001550* THE YEAR-END WAGE REPORTING USES.
001560*----------------------------------------------------------------
001570 77  PAY-EMPLOYER-EIN          PIC 9(9) VALUE 841736251.
001580 77  PAY-HOLDER-NAME           PIC X(30) VALUE
001590     'CORPORATE PAYROLL SYSTEMS'.
001600 77  PAY-PROPERTY-TYPE         PIC X(4) VALUE 'PY01'.
001610
001620*----------------------------------------------------------------
001630* GENERAL LEDGER ACCOUNTS FOR THE REISSUE AND ESCHEAT ENTRIES
001640*----------------------------------------------------------------
001650 77  GL-CASH-ACCT              PIC 9(5) VALUE 10100.
001660 77  GL-UNCLAIMED-WAGES-ACCT   PIC 9(5) VALUE 21600.
001670
001680*----------------------------------------------------------------
001690* UNCLAIMED WAGES TABLE LOADED FROM unclaimed.txt AND WRITTEN
001700* BACK WHOLE AT THE END OF THE RUN WITH ANY REISSUES AND
001710* ESCHEATS MARKED.
001720*----------------------------------------------------------------
001730 01  PAY-UNC-TABLE.
001740     05  PAY-UNC-COUNT             PIC 9(5) COMP VALUE ZERO.
001750     05  PAY-UNC-ENTRY OCCURS 1 TO 5000 TIMES
001760             DEPENDING ON PAY-UNC-COUNT
001770             INDEXED BY PAY-UNC-IDX.
001780         10  PAY-U-CHECK-NUMBER    PIC 9(6).
001790         10  PAY-U-EMPLOYEE-NUMBER PIC 9(9).
001800         10  PAY-U-AMOUNT          PIC 9(9)V99.
001810         10  PAY-U-ISSUE-DATE      PIC 9(8).
001820         10  PAY-U-STALE-DATE      PIC 9(8).
001830         10  PAY-U-STATUS          PIC X(1).
001840         10  PAY-U-REISSUE-NUMBER  PIC 9(6).
001850         10  PAY-U-DISPOSITION-DATE PIC 9(8).
001860         10  PAY-U-ESCHEAT-YEAR    PIC 9(4).
001870 01  PAY-UNC-SCAN-IDX          PIC 9(5) COMP VALUE ZERO.
001880 77  PAY-UNC-MAX-ENTRIES       PIC 9(5) VALUE 5000.
001890
001900*----------------------------------------------------------------
001910* REISSUED CHECK FACE AND STUB -- THE SAME CONTINUOUS FORMS AND
001920* LAYOUT CheckPrint.cbl USES, ONE CHECK PER PAGE, WITH THE
001930* ORIGINAL CHECK NUMBER ON THE STUB.
001940*----------------------------------------------------------------
001950 01  CF-BANNER-LINE.
001960     10  FILLER                PIC X(25) VALUE
001970         'CORPORATE PAYROLL SYSTEMS'.
001980     10  FILLER                PIC X(11) VALUE SPACES.
001990     10  FILLER                PIC X(10) VALUE 'CHECK NO. '.
002000     10  CF-CHECK-NUMBER       PIC 9(6).
002010
002020 01  CF-DATE-LINE.
002030     10  FILLER                PIC X(6) VALUE 'DATE: '.
002040     10  CF-CHECK-DATE         PIC 9(8).
002050
002060 01  CF-PAYEE-LINE.
002070     10  FILLER                PIC X(20) VALUE
002080         'PAY TO THE ORDER OF '.
002090     10  CF-PAYEE-INITIAL      PIC A(1).
002100     10  FILLER                PIC X(1) VALUE SPACE.
002110     10  CF-PAYEE-LASTNAME     PIC A(15).
002120
002130 01  CF-AMOUNT-LINE.
002140     10  FILLER                PIC X(12) VALUE 'THE SUM OF $'.
002150     10  CF-CHECK-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
002160
002170 01  CF-STUB-HEADING-LINE.
002180     10  FILLER                PIC X(29) VALUE
002190         '---------- STUB ----------'.
002200
002210 01  CF-STUB-DETAIL-LINE.
002220     10  FILLER                PIC X(10) VALUE 'EMPLOYEE: '.
002230     10  CF-STUB-EMPLOYEE      PIC 9(9).
002240     10  FILLER                PIC X(12) VALUE '  CHECK NO. '.
002250     10  CF-STUB-CHECK-NUMBER  PIC 9(6).
002260     10  FILLER                PIC X(9) VALUE '  NET PAY'.
002270     10  FILLER                PIC X(2) VALUE SPACES.
002280     10  CF-STUB-NET-PAY       PIC ZZZ,ZZZ,ZZ9.99.
002290
002300 01  CF-STUB-REISSUE-LINE.
002310     10  FILLER                PIC X(30) VALUE
002320         'REISSUE OF STALE-DATED CHECK '.
002330     10  CF-STUB-ORIGINAL-NUMBER PIC 9(6).
002340     10  FILLER                PIC X(11) VALUE ' ISSUED ON '.
002350     10  CF-STUB-ORIGINAL-DATE PIC 9(8).
002360
002370 01  CF-BLANK-LINE             PIC X(80) VALUE SPACES.
002380
002390*----------------------------------------------------------------
002400* ESCHEAT REPORT LINE LAYOUTS
002410*----------------------------------------------------------------
002420 01  ER-HEADING-LINE.
002430     10  FILLER                PIC X(33) VALUE
002440         'UNCLAIMED WAGES ESCHEAT REPORT'.
002450     10  FILLER                PIC X(6) VALUE 'YEAR: '.
002460     10  ER-REPORT-YEAR        PIC 9(4).
002470     10  FILLER                PIC X(13) VALUE '   RUN DATE: '.
002480     10  ER-RUN-DATE           PIC 9(8).
002490
002500 01  ER-COLUMN-LINE.
002510     10  FILLER                PIC X(40) VALUE
002520         'CHECK   EMPLOYEE   SSN        OWNER     '.
002530     10  FILLER                PIC X(40) VALUE
002540         '        ST  ISSUED            AMOUNT    '.
002550
002560 01  ER-DETAIL-LINE.
002570     10  ER-CHECK-NUMBER       PIC 9(6).
002580     10  FILLER                PIC X(2) VALUE SPACES.
002590     10  ER-EMPLOYEE-NUMBER    PIC 9(9).
002600     10  FILLER                PIC X(2) VALUE SPACES.
002610     10  ER-SSN                PIC 9(9).
002620     10  FILLER                PIC X(2) VALUE SPACES.
002630     10  ER-OWNER-INITIAL      PIC X(1).
002640     10  FILLER                PIC X(1) VALUE SPACE.
002650     10  ER-OWNER-LASTNAME     PIC X(15).
002660     10  FILLER                PIC X(2) VALUE SPACES.
002670     10  ER-OWNER-STATE        PIC X(2).
002680     10  FILLER                PIC X(2) VALUE SPACES.
002690     10  ER-ISSUE-DATE         PIC 9(8).
002700     10  FILLER                PIC X(2) VALUE SPACES.
002710     10  ER-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
002720
002730 01  ER-TOTAL-LINE.
002740     10  ER-TOTAL-LABEL        PIC X(27).
002750     10  FILLER                PIC X(2) VALUE SPACES.
002760     10  ER-TOTAL-COUNT        PIC ZZ,ZZ9.
002770     10  FILLER                PIC X(2) VALUE SPACES.
002780     10  ER-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
002790
002800 01  ER-BLANK-LINE             PIC X(80) VALUE SPACES.
002810
002820*----------------------------------------------------------------
002830* ESCHEAT FILING RECORD LAYOUTS -- 126 BYTES EACH: HOLDER (H),
002840* ONE PROPERTY (D) PER CHECK, TRAILER (T) WITH THE PROPERTY
002850* COUNT AND DOLLAR TOTAL. PROPERTY TYPE PY01 IS WAGES/PAYROLL.
002860*----------------------------------------------------------------
002870 01  EF-HOLDER-RECORD.
002880     10  FILLER                PIC X(1) VALUE 'H'.
002890     10  EF-H-HOLDER-EIN       PIC 9(9).
002900     10  EF-H-HOLDER-NAME      PIC X(30).
002910     10  EF-H-REPORT-YEAR      PIC 9(4).
002920     10  EF-H-RUN-DATE         PIC 9(8).
002930     10  FILLER                PIC X(74) VALUE SPACES.
002940
002950 01  EF-PROPERTY-RECORD.
002960     10  FILLER                PIC X(1) VALUE 'D'.
002970     10  EF-D-OWNER-SSN        PIC 9(9).
002980     10  EF-D-OWNER-LASTNAME   PIC X(15).
002990     10  EF-D-OWNER-INITIAL    PIC X(1).
003000     10  EF-D-ADDRESS-LINE     PIC X(30).
003010     10  EF-D-CITY             PIC X(20).
003020     10  EF-D-STATE            PIC X(2).
003030     10  EF-D-ZIP-CODE         PIC X(10).
003040     10  EF-D-PROPERTY-TYPE    PIC X(4).
003050     10  EF-D-AMOUNT           PIC 9(9)V99.
003060     10  EF-D-LAST-ACTIVITY    PIC 9(8).
003070     10  EF-D-CHECK-NUMBER     PIC 9(6).
003080     10  EF-D-EMPLOYEE-NUMBER  PIC 9(9).
003090
003100 01  EF-TRAILER-RECORD.
003110     10  FILLER                PIC X(1) VALUE 'T'.
003120     10  EF-T-PROPERTY-COUNT   PIC 9(7).
003130     10  EF-T-TOTAL-AMOUNT     PIC 9(11)V99.
003140     10  FILLER                PIC X(105) VALUE SPACES.
003150
003160*----------------------------------------------------------------
003170* JOURNAL LINE LAYOUTS -- THE SAME LAYOUT AS THE PAYROLL JOURNAL
003180* WRITTEN BY GLExtract.cbl.
003190*----------------------------------------------------------------
003200 01  JL-DETAIL-LINE.
003210     10  JL-RECORD-TYPE        PIC X(1).
003220     10  FILLER                PIC X(1) VALUE SPACE.
003230     10  JL-ACCOUNT-NUMBER     PIC 9(5).
003240     10  FILLER                PIC X(1) VALUE SPACE.
003250     10  JL-ACCOUNT-NAME       PIC X(24).
003260     10  FILLER                PIC X(1) VALUE SPACE.
003270     10  JL-DEBIT-CREDIT       PIC X(1).
003280     10  FILLER                PIC X(1) VALUE SPACE.
003290     10  JL-AMOUNT             PIC 9(11)V99.
003300     10  FILLER                PIC X(1) VALUE SPACE.
003310     10  JL-RUN-DATE           PIC 9(8).
003320
003330 01  JL-TRAILER-LINE.
003340     10  JL-T-RECORD-TYPE      PIC X(1).
003350     10  FILLER                PIC X(1) VALUE SPACE.
003360     10  JL-T-DEBIT-TOTAL      PIC 9(11)V99.
003370     10  FILLER                PIC X(1) VALUE SPACE.
003380     10  JL-T-CREDIT-TOTAL     PIC 9(11)V99.
003390     10  FILLER                PIC X(1) VALUE SPACE.
003400     10  JL-T-BALANCE-FLAG     PIC X(8).
003410
003420 PROCEDURE DIVISION.
003430
003440 0000-MAIN-PROCEDURE.
003450     PERFORM 1000-INITIALIZE-UNCLAIMED
003460         THRU 1000-INITIALIZE-UNCLAIMED-EXIT.
003470     PERFORM 2000-REISSUE-CHECKS
003480         THRU 2000-REISSUE-CHECKS-EXIT.
003490     PERFORM 3000-ESCHEAT-FILING
003500         THRU 3000-ESCHEAT-FILING-EXIT.
003510     PERFORM 9000-TERMINATE-UNCLAIMED
003520         THRU 9000-TERMINATE-UNCLAIMED-EXIT.
003530     STOP RUN.
003540
003550*----------------------------------------------------------------
003560* 1000-INITIALIZE-UNCLAIMED -- THE UNCLAIMED WAGES FILE AND THE
003570* MASTER ARE REQUIRED. THE TAX PROFILE MASTER IS OPTIONAL -- AN
003580* OWNER WITH NO PROFILE IS ESCHEATED UNDER THE WORK STATE WITH
003590* NO SSN OR ADDRESS AND COUNTED FOR FOLLOW-UP. WITHOUT THE
003600* CHECK-NUMBER CONTROL FILE NOTHING CAN BE REISSUED.
003610*----------------------------------------------------------------
003620 1000-INITIALIZE-UNCLAIMED.
003630     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
003640     OPEN INPUT UNCLAIMED-FILE.
003650     IF PAY-UNC-STATUS NOT = '00'
003660         DISPLAY 'NO UNCLAIMED WAGES FILE FOUND - NO STALE-DATED '
003670             'CHECKS ON FILE - RUN TERMINATED.'
003680         STOP RUN
003690     END-IF.
003700     PERFORM 1100-LOAD-ONE-UNCLAIMED
003710         THRU 1100-LOAD-ONE-UNCLAIMED-EXIT
003720         UNTIL PAY-END-OF-UNC = 'Y'.
003730     CLOSE UNCLAIMED-FILE.
003740     OPEN INPUT PAYROLL-FILE.
003750     IF PAY-FILE-STATUS NOT = '00'
003760         DISPLAY 'ERROR OPENING PAYROLL MASTER - FILE STATUS: '
003770             PAY-FILE-STATUS ' - RUN TERMINATED.'
003780         STOP RUN
003790     END-IF.
003800     OPEN INPUT TAX-PROFILE-FILE.
003810     IF PAY-TPF-STATUS = '00'
003820         MOVE 'Y' TO PAY-TPF-AVAILABLE
003830     ELSE
003840         DISPLAY 'NO TAX PROFILE MASTER FOUND - ESCHEATED ITEMS '
003850             'WILL CARRY NO SSN OR ADDRESS.'
003860     END-IF.
003870     OPEN INPUT CONTROL-FILE.
003880     IF PAY-CONTROL-STATUS = '00'
003890         READ CONTROL-FILE
003900             AT END
003910                 MOVE ZERO TO CTL-NEXT-CHECK-NUMBER
003920         END-READ
003930         MOVE CTL-NEXT-CHECK-NUMBER TO PAY-NEXT-CHECK-NUMBER
003940         CLOSE CONTROL-FILE
003950     ELSE
003960         CLOSE CONTROL-FILE
003970     END-IF.
003980     IF PAY-NEXT-CHECK-NUMBER NUMERIC
003990         AND PAY-NEXT-CHECK-NUMBER NOT = ZERO
004000         MOVE 'Y' TO PAY-CONTROL-AVAILABLE
004010     ELSE
004020         DISPLAY 'NO CHECK-NUMBER CONTROL FILE FOUND - RUN '
004030             'CheckPrint FIRST - NO CHECKS CAN BE REISSUED.'
004040     END-IF.
004050 1000-INITIALIZE-UNCLAIMED-EXIT.
004060     EXIT.
004070
004080 1100-LOAD-ONE-UNCLAIMED.
004090     READ UNCLAIMED-FILE
004100         AT END
004110             MOVE 'Y' TO PAY-END-OF-UNC
004120             GO TO 1100-LOAD-ONE-UNCLAIMED-EXIT
004130     END-READ.
004140     IF PAY-UNC-COUNT >= PAY-UNC-MAX-ENTRIES
004150         DISPLAY 'UNCLAIMED WAGES FILE EXCEEDS THE '
004160             PAY-UNC-MAX-ENTRIES ' ENTRY TABLE CAPACITY - '
004170             'RUN TERMINATED.'
004180         CLOSE UNCLAIMED-FILE
004190         STOP RUN
004200     END-IF.
004210     ADD 1 TO PAY-UNC-COUNT.
004220     MOVE UNC-CHECK-NUMBER TO PAY-U-CHECK-NUMBER(PAY-UNC-COUNT).
004230     MOVE UNC-EMPLOYEE-NUMBER TO
004240         PAY-U-EMPLOYEE-NUMBER(PAY-UNC-COUNT).
004250     MOVE UNC-AMOUNT TO PAY-U-AMOUNT(PAY-UNC-COUNT).
004260     MOVE UNC-ISSUE-DATE TO PAY-U-ISSUE-DATE(PAY-UNC-COUNT).
004270     MOVE UNC-STALE-DATE TO PAY-U-STALE-DATE(PAY-UNC-COUNT).
004280     MOVE UNC-STATUS TO PAY-U-STATUS(PAY-UNC-COUNT).
004290     MOVE UNC-REISSUE-CHECK-NUMBER TO
004300         PAY-U-REISSUE-NUMBER(PAY-UNC-COUNT).
004310     MOVE UNC-DISPOSITION-DATE TO
004320         PAY-U-DISPOSITION-DATE(PAY-UNC-COUNT).
004330     MOVE UNC-ESCHEAT-YEAR TO PAY-U-ESCHEAT-YEAR(PAY-UNC-COUNT).
004340 1100-LOAD-ONE-UNCLAIMED-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------------
004380* 2000-REISSUE-CHECKS -- THE OPERATOR KEYS THE ORIGINAL NUMBER OF
004390* EACH STALE-DATED CHECK AN EMPLOYEE HAS CLAIMED. ONLY AN ITEM
004400* STILL UNCLAIMED CAN BE REISSUED -- NEVER ONE ALREADY REISSUED
004410* OR TURNED OVER TO THE STATE.
004420*----------------------------------------------------------------
004430 2000-REISSUE-CHECKS.
004440     IF PAY-CONTROL-AVAILABLE = 'N'
004450         GO TO 2000-REISSUE-CHECKS-EXIT
004460     END-IF.
004470     DISPLAY 'ANY STALE-DATED CHECKS TO REISSUE? Y or N'.
004480     ACCEPT PAY-REISSUE-RESPONSE.
004490     IF PAY-REISSUE-RESPONSE NOT = 'Y'
004500         GO TO 2000-REISSUE-CHECKS-EXIT
004510     END-IF.
004520     OPEN EXTEND ISSUED-FILE.
004530     IF PAY-ISSUED-STATUS NOT = '00'
004540         OPEN OUTPUT ISSUED-FILE
004550     END-IF.
004560     IF PAY-ISSUED-STATUS NOT = '00'
004570         DISPLAY 'ERROR OPENING ISSUED-CHECK LOG - FILE '
004580             'STATUS: ' PAY-ISSUED-STATUS ' - NO CHECKS '
004590             'REISSUED.'
004600         GO TO 2000-REISSUE-CHECKS-EXIT
004610     END-IF.
004620     OPEN OUTPUT PRINT-FILE.
004621     IF PAY-PRINT-STATUS NOT = '00'
004622         DISPLAY 'ERROR OPENING REISSUE PRINT FILE - FILE '
004623             'STATUS: ' PAY-PRINT-STATUS ' - NO CHECKS '
004624             'REISSUED.'
004625         CLOSE ISSUED-FILE
004626         GO TO 2000-REISSUE-CHECKS-EXIT
004627     END-IF.
004630     PERFORM 2100-REISSUE-ONE-CHECK
004640         THRU 2100-REISSUE-ONE-CHECK-EXIT
004650         UNTIL PAY-REISSUE-RESPONSE NOT = 'Y'.
004660     CLOSE ISSUED-FILE.
004670     CLOSE PRINT-FILE.
004680 2000-REISSUE-CHECKS-EXIT.
004690     EXIT.
004700
004710 2100-REISSUE-ONE-CHECK.
004720     DISPLAY 'ENTER THE ORIGINAL CHECK NUMBER TO REISSUE:'.
004730     ACCEPT PAY-REISSUE-NUMBER.
004740     MOVE 'N' TO PAY-UNC-FOUND.
004750     IF PAY-REISSUE-NUMBER NUMERIC
004760         AND PAY-UNC-COUNT > ZERO
004770         SET PAY-UNC-IDX TO 1
004780         SEARCH PAY-UNC-ENTRY
004790             AT END
004800                 CONTINUE
004810             WHEN PAY-U-CHECK-NUMBER(PAY-UNC-IDX) =
004820                     PAY-REISSUE-NUMBER
004830                 AND PAY-U-STATUS(PAY-UNC-IDX) = 'U'
004840                 MOVE 'Y' TO PAY-UNC-FOUND
004850         END-SEARCH
004860     END-IF.
004870     IF PAY-UNC-FOUND = 'N'
004880         DISPLAY 'CHECK ' PAY-REISSUE-NUMBER ' IS NOT AN '
004890             'UNCLAIMED STALE-DATED CHECK - NOT REISSUED.'
004900         GO TO 2100-REISSUE-NEXT-CHECK
004910     END-IF.
004920     PERFORM 2300-READ-MASTER-BY-KEY
004930         THRU 2300-READ-MASTER-BY-KEY-EXIT.
004940     PERFORM 2200-WRITE-CHECK-PAGE
004950         THRU 2200-WRITE-CHECK-PAGE-EXIT.
004960     MOVE SPACES TO CHKRECORD.
004970     MOVE PAY-NEXT-CHECK-NUMBER TO CHK-CHECK-NUMBER.
004980     MOVE 'I' TO CHK-STATUS.
004990     MOVE PAY-U-EMPLOYEE-NUMBER(PAY-UNC-IDX) TO
005000         CHK-EMPLOYEE-NUMBER.
005010     MOVE PAY-U-AMOUNT(PAY-UNC-IDX) TO CHK-AMOUNT.
005020     MOVE PAY-RUN-DATE TO CHK-ISSUE-DATE.
005030     WRITE CHKRECORD.
005040     IF PAY-ISSUED-STATUS NOT = '00'
005050         DISPLAY 'ERROR WRITING ISSUED-CHECK LOG - FILE '
005060             'STATUS: ' PAY-ISSUED-STATUS
005070     END-IF.
005080     MOVE 'R' TO PAY-U-STATUS(PAY-UNC-IDX).
005090     MOVE PAY-NEXT-CHECK-NUMBER TO
005100         PAY-U-REISSUE-NUMBER(PAY-UNC-IDX).
005110     MOVE PAY-RUN-DATE TO PAY-U-DISPOSITION-DATE(PAY-UNC-IDX).
005120     MOVE 'Y' TO PAY-UNC-CHANGED.
005130     ADD 1 TO PAY-REISSUE-COUNT.
005140     ADD PAY-U-AMOUNT(PAY-UNC-IDX) TO PAY-REISSUE-TOTAL.
005150     DISPLAY 'CHECK ' PAY-REISSUE-NUMBER ' REISSUED AS CHECK '
005160         PAY-NEXT-CHECK-NUMBER '.'.
005170     ADD 1 TO PAY-NEXT-CHECK-NUMBER.
005180 2100-REISSUE-NEXT-CHECK.
005190     DISPLAY 'ANY MORE CHECKS TO REISSUE? Y or N'.
005200     ACCEPT PAY-REISSUE-RESPONSE.
005210 2100-REISSUE-ONE-CHECK-EXIT.
005220     EXIT.
005230
005240*----------------------------------------------------------------
005250* 2200-WRITE-CHECK-PAGE -- THE CHECK FACE AND ITS STUB, ONE PER
005260* PAGE SO THE CONTINUOUS FORMS BURST ON THE PERFORATION.
005270*----------------------------------------------------------------
005280 2200-WRITE-CHECK-PAGE.
005290     MOVE PAY-NEXT-CHECK-NUMBER TO CF-CHECK-NUMBER.
005300     WRITE PRINT-LINE FROM CF-BANNER-LINE
005310         AFTER ADVANCING PAGE.
005320     IF PAY-PRINT-STATUS NOT = '00'
005330         DISPLAY 'ERROR WRITING REISSUE PRINT FILE - FILE '
005340             'STATUS: ' PAY-PRINT-STATUS
005350     END-IF.
005360     MOVE PAY-RUN-DATE TO CF-CHECK-DATE.
005370     WRITE PRINT-LINE FROM CF-DATE-LINE.
005380     IF PAY-MASTER-FOUND = 'Y'
005390         MOVE OUT-EMPLOYEE-INITIAL TO CF-PAYEE-INITIAL
005400         MOVE OUT-EMPLOYEE-LASTNAME TO CF-PAYEE-LASTNAME
005410     ELSE
005420         MOVE SPACES TO CF-PAYEE-INITIAL
005430         MOVE SPACES TO CF-PAYEE-LASTNAME
005440     END-IF.
005450     WRITE PRINT-LINE FROM CF-PAYEE-LINE.
005460     MOVE PAY-U-AMOUNT(PAY-UNC-IDX) TO CF-CHECK-AMOUNT.
005470     WRITE PRINT-LINE FROM CF-AMOUNT-LINE.
005480     WRITE PRINT-LINE FROM CF-BLANK-LINE.
005490     WRITE PRINT-LINE FROM CF-STUB-HEADING-LINE.
005500     MOVE PAY-U-EMPLOYEE-NUMBER(PAY-UNC-IDX) TO CF-STUB-EMPLOYEE.
005510     MOVE PAY-NEXT-CHECK-NUMBER TO CF-STUB-CHECK-NUMBER.
005520     MOVE PAY-U-AMOUNT(PAY-UNC-IDX) TO CF-STUB-NET-PAY.
005530     WRITE PRINT-LINE FROM CF-STUB-DETAIL-LINE.
005540     MOVE PAY-U-CHECK-NUMBER(PAY-UNC-IDX) TO
005550         CF-STUB-ORIGINAL-NUMBER.
005560     MOVE PAY-U-ISSUE-DATE(PAY-UNC-IDX) TO CF-STUB-ORIGINAL-DATE.
005570     WRITE PRINT-LINE FROM CF-STUB-REISSUE-LINE.
005580 2200-WRITE-CHECK-PAGE-EXIT.
005590     EXIT.
005600
005610 2300-READ-MASTER-BY-KEY.
005620     MOVE 'N' TO PAY-MASTER-FOUND.
005630     MOVE PAY-U-EMPLOYEE-NUMBER(PAY-UNC-IDX) TO
005640         OUT-EMPLOYEE-NUMBER.
005650     READ PAYROLL-FILE KEY IS OUT-EMPLOYEE-NUMBER
005660         INVALID KEY
005670             DISPLAY 'EMPLOYEE ' OUT-EMPLOYEE-NUMBER
005680                 ' NOT ON MASTER - NAME LEFT BLANK.'
005690         NOT INVALID KEY
005700             MOVE 'Y' TO PAY-MASTER-FOUND
005710     END-READ.
005720 2300-READ-MASTER-BY-KEY-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------
005760* 3000-ESCHEAT-FILING -- THE ANNUAL FILING. EVERY ITEM STILL
005770* UNCLAIMED WHOSE DORMANCY PERIOD HAS RUN BY THE RUN DATE IS
005780* REPORTED AND MARKED ESCHEATED FOR THE RUN YEAR; AN ITEM IS
005790* NEVER REPORTED TWICE.
005800*----------------------------------------------------------------
005810 3000-ESCHEAT-FILING.
005820     DISPLAY 'RUN THE ANNUAL ESCHEAT FILING FOR ' PAY-RUN-YEAR
005830         '? Y or N'.
005840     ACCEPT PAY-ESCHEAT-RESPONSE.
005850     IF PAY-ESCHEAT-RESPONSE NOT = 'Y'
005860         GO TO 3000-ESCHEAT-FILING-EXIT
005870     END-IF.
005880     OPEN OUTPUT ESCHEAT-REPORT-FILE.
005890     IF PAY-REPORT-STATUS NOT = '00'
005900         DISPLAY 'ERROR OPENING ESCHEAT REPORT - FILE STATUS: '
005910             PAY-REPORT-STATUS ' - NO ESCHEAT FILING.'
005920         GO TO 3000-ESCHEAT-FILING-EXIT
005930     END-IF.
005940     OPEN OUTPUT ESCHEAT-FILE.
005950     IF PAY-ESCHEAT-STATUS NOT = '00'
005960         DISPLAY 'ERROR OPENING ESCHEAT FILE - FILE STATUS: '
005970             PAY-ESCHEAT-STATUS ' - NO ESCHEAT FILING.'
005980         CLOSE ESCHEAT-REPORT-FILE
005990         GO TO 3000-ESCHEAT-FILING-EXIT
006000     END-IF.
006010     MOVE PAY-RUN-YEAR TO ER-REPORT-YEAR.
006020     MOVE PAY-RUN-DATE TO ER-RUN-DATE.
006030     WRITE REPORT-LINE FROM ER-HEADING-LINE.
006040     WRITE REPORT-LINE FROM ER-BLANK-LINE.
006050     WRITE REPORT-LINE FROM ER-COLUMN-LINE.
006060     MOVE PAY-EMPLOYER-EIN TO EF-H-HOLDER-EIN.
006070     MOVE PAY-HOLDER-NAME TO EF-H-HOLDER-NAME.
006080     MOVE PAY-RUN-YEAR TO EF-H-REPORT-YEAR.
006090     MOVE PAY-RUN-DATE TO EF-H-RUN-DATE.
006100     WRITE ESCHEAT-LINE FROM EF-HOLDER-RECORD.
006110     IF PAY-ESCHEAT-STATUS NOT = '00'
006120         DISPLAY 'ERROR WRITING ESCHEAT FILE - FILE STATUS: '
006130             PAY-ESCHEAT-STATUS
006140     END-IF.
006150     PERFORM 3100-ESCHEAT-ONE-ITEM
006160         THRU 3100-ESCHEAT-ONE-ITEM-EXIT
006170         VARYING PAY-UNC-SCAN-IDX FROM 1 BY 1
006180         UNTIL PAY-UNC-SCAN-IDX > PAY-UNC-COUNT.
006190     WRITE REPORT-LINE FROM ER-BLANK-LINE.
006200     MOVE 'ITEMS ESCHEATED . . . . . .' TO ER-TOTAL-LABEL.
006210     MOVE PAY-ESCHEAT-COUNT TO ER-TOTAL-COUNT.
006220     MOVE PAY-ESCHEAT-TOTAL TO ER-TOTAL-AMOUNT.
006230     WRITE REPORT-LINE FROM ER-TOTAL-LINE.
006240     MOVE 'NO TAX PROFILE ON FILE . .' TO ER-TOTAL-LABEL.
006250     MOVE PAY-NO-PROFILE-COUNT TO ER-TOTAL-COUNT.
006260     MOVE ZERO TO ER-TOTAL-AMOUNT.
006270     WRITE REPORT-LINE FROM ER-TOTAL-LINE.
006280     MOVE PAY-ESCHEAT-COUNT TO EF-T-PROPERTY-COUNT.
006290     MOVE PAY-ESCHEAT-TOTAL TO EF-T-TOTAL-AMOUNT.
006300     WRITE ESCHEAT-LINE FROM EF-TRAILER-RECORD.
006310     IF PAY-ESCHEAT-STATUS NOT = '00'
006320         DISPLAY 'ERROR WRITING ESCHEAT FILE - FILE STATUS: '
006330             PAY-ESCHEAT-STATUS
006340     END-IF.
006350     CLOSE ESCHEAT-REPORT-FILE.
006360     CLOSE ESCHEAT-FILE.
006370 3000-ESCHEAT-FILING-EXIT.
006380     EXIT.
006390
006400 3100-ESCHEAT-ONE-ITEM.
006410     IF PAY-U-STATUS(PAY-UNC-SCAN-IDX) NOT = 'U'
006420         GO TO 3100-ESCHEAT-ONE-ITEM-EXIT
006430     END-IF.
006440     COMPUTE PAY-DORMANCY-END =
006450         PAY-U-ISSUE-DATE(PAY-UNC-SCAN-IDX)
006460         + PAY-DORMANCY-YEARS * 10000.
006470     IF PAY-DORMANCY-END > PAY-RUN-DATE
006480         GO TO 3100-ESCHEAT-ONE-ITEM-EXIT
006490     END-IF.
006500     SET PAY-UNC-IDX TO PAY-UNC-SCAN-IDX.
006510     PERFORM 2300-READ-MASTER-BY-KEY
006520         THRU 2300-READ-MASTER-BY-KEY-EXIT.
006530     PERFORM 3200-READ-PROFILE-BY-KEY
006540         THRU 3200-READ-PROFILE-BY-KEY-EXIT.
006550     MOVE SPACES TO EF-D-OWNER-LASTNAME.
006560     MOVE SPACES TO EF-D-OWNER-INITIAL.
006570     MOVE SPACES TO EF-D-STATE.
006580     IF PAY-MASTER-FOUND = 'Y'
006590         MOVE OUT-EMPLOYEE-LASTNAME TO EF-D-OWNER-LASTNAME
006600         MOVE OUT-EMPLOYEE-INITIAL TO EF-D-OWNER-INITIAL
006610         MOVE OUT-WORK-STATE TO EF-D-STATE
006620     END-IF.
006630     IF PAY-TPF-FOUND = 'Y'
006640         MOVE TPF-SSN TO EF-D-OWNER-SSN
006650         MOVE TPF-ADDRESS-LINE TO EF-D-ADDRESS-LINE
006660         MOVE TPF-CITY TO EF-D-CITY
006670         MOVE TPF-STATE TO EF-D-STATE
006680         MOVE TPF-ZIP-CODE TO EF-D-ZIP-CODE
006690     ELSE
006700         MOVE ZERO TO EF-D-OWNER-SSN
006710         MOVE SPACES TO EF-D-ADDRESS-LINE
006720         MOVE SPACES TO EF-D-CITY
006730         MOVE SPACES TO EF-D-ZIP-CODE
006740         ADD 1 TO PAY-NO-PROFILE-COUNT
006750         DISPLAY 'CHECK ' PAY-U-CHECK-NUMBER(PAY-UNC-SCAN-IDX)
006760             ' EMPLOYEE ' PAY-U-EMPLOYEE-NUMBER(PAY-UNC-SCAN-IDX)
006770             ' HAS NO TAX PROFILE - ESCHEATED WITH NO SSN OR '
006780             'ADDRESS.'
006790     END-IF.
006800     MOVE PAY-PROPERTY-TYPE TO EF-D-PROPERTY-TYPE.
006810     MOVE PAY-U-AMOUNT(PAY-UNC-SCAN-IDX) TO EF-D-AMOUNT.
006820     MOVE PAY-U-ISSUE-DATE(PAY-UNC-SCAN-IDX) TO
006830         EF-D-LAST-ACTIVITY.
006840     MOVE PAY-U-CHECK-NUMBER(PAY-UNC-SCAN-IDX) TO
006850         EF-D-CHECK-NUMBER.
006860     MOVE PAY-U-EMPLOYEE-NUMBER(PAY-UNC-SCAN-IDX) TO
006870         EF-D-EMPLOYEE-NUMBER.
006880     WRITE ESCHEAT-LINE FROM EF-PROPERTY-RECORD.
006890     IF PAY-ESCHEAT-STATUS NOT = '00'
006900         DISPLAY 'ERROR WRITING ESCHEAT FILE - FILE STATUS: '
006910             PAY-ESCHEAT-STATUS
006920     END-IF.
006930     MOVE PAY-U-CHECK-NUMBER(PAY-UNC-SCAN-IDX) TO ER-CHECK-NUMBER.
006940     MOVE PAY-U-EMPLOYEE-NUMBER(PAY-UNC-SCAN-IDX) TO
006950         ER-EMPLOYEE-NUMBER.
006960     MOVE EF-D-OWNER-SSN TO ER-SSN.
006970     MOVE EF-D-OWNER-INITIAL TO ER-OWNER-INITIAL.
006980     MOVE EF-D-OWNER-LASTNAME TO ER-OWNER-LASTNAME.
006990     MOVE EF-D-STATE TO ER-OWNER-STATE.
007000     MOVE PAY-U-ISSUE-DATE(PAY-UNC-SCAN-IDX) TO ER-ISSUE-DATE.
007010     MOVE PAY-U-AMOUNT(PAY-UNC-SCAN-IDX) TO ER-AMOUNT.
007020     WRITE REPORT-LINE FROM ER-DETAIL-LINE.
007030     IF PAY-REPORT-STATUS NOT = '00'
007040         DISPLAY 'ERROR WRITING ESCHEAT REPORT - FILE STATUS: '
007050             PAY-REPORT-STATUS
007060     END-IF.
007070     MOVE 'E' TO PAY-U-STATUS(PAY-UNC-SCAN-IDX).
007080     MOVE PAY-RUN-DATE TO
007090         PAY-U-DISPOSITION-DATE(PAY-UNC-SCAN-IDX).
007100     MOVE PAY-RUN-YEAR TO PAY-U-ESCHEAT-YEAR(PAY-UNC-SCAN-IDX).
007110     MOVE 'Y' TO PAY-UNC-CHANGED.
007120     ADD 1 TO PAY-ESCHEAT-COUNT.
007130     ADD PAY-U-AMOUNT(PAY-UNC-SCAN-IDX) TO PAY-ESCHEAT-TOTAL.
007140 3100-ESCHEAT-ONE-ITEM-EXIT.
007150     EXIT.
007160
007170 3200-READ-PROFILE-BY-KEY.
007180     MOVE 'N' TO PAY-TPF-FOUND.
007190     IF PAY-TPF-AVAILABLE = 'N'
007200         GO TO 3200-READ-PROFILE-BY-KEY-EXIT
007210     END-IF.
007220     MOVE PAY-U-EMPLOYEE-NUMBER(PAY-UNC-SCAN-IDX) TO
007230         TPF-EMPLOYEE-NUMBER.
007240     READ TAX-PROFILE-FILE KEY IS TPF-EMPLOYEE-NUMBER
007250         INVALID KEY
007260             CONTINUE
007270         NOT INVALID KEY
007280             MOVE 'Y' TO PAY-TPF-FOUND
007290     END-READ.
007300 3200-READ-PROFILE-BY-KEY-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------------
007340* 9000-TERMINATE-UNCLAIMED -- THE UNCLAIMED WAGES FILE IS WRITTEN
007350* BACK WITH THIS RUN'S REISSUES AND ESCHEATS, THE NEXT CHECK
007360* NUMBER GOES BACK TO THE CONTROL FILE, AND THE JOURNAL CLEARS
007370* UNCLAIMED WAGES PAYABLE FOR WHAT WAS PAID OUT.
007380*----------------------------------------------------------------
007390 9000-TERMINATE-UNCLAIMED.
007400     CLOSE PAYROLL-FILE.
007410     IF PAY-TPF-AVAILABLE = 'Y'
007420         CLOSE TAX-PROFILE-FILE
007430     END-IF.
007440     IF PAY-UNC-CHANGED = 'Y'
007450         PERFORM 9100-REWRITE-UNCLAIMED
007460             THRU 9100-REWRITE-UNCLAIMED-EXIT
007470     END-IF.
007480     IF PAY-REISSUE-COUNT > ZERO
007490         OPEN OUTPUT CONTROL-FILE
007500         IF PAY-CONTROL-STATUS NOT = '00'
007510             DISPLAY 'ERROR REWRITING CHECK-NUMBER CONTROL FILE '
007520                 '- FILE STATUS: ' PAY-CONTROL-STATUS
007530         ELSE
007540             MOVE PAY-NEXT-CHECK-NUMBER TO CTL-NEXT-CHECK-NUMBER
007550             WRITE CONTROL-RECORD
007560             IF PAY-CONTROL-STATUS NOT = '00'
007570                 DISPLAY 'ERROR WRITING CHECK-NUMBER CONTROL '
007580                     'RECORD - FILE STATUS: ' PAY-CONTROL-STATUS
007590             END-IF
007600             CLOSE CONTROL-FILE
007610         END-IF
007620     END-IF.
007630     IF PAY-REISSUE-COUNT > ZERO
007640         OR PAY-ESCHEAT-COUNT > ZERO
007650         PERFORM 9200-WRITE-JOURNAL
007660             THRU 9200-WRITE-JOURNAL-EXIT
007670     END-IF.
007680     PERFORM 9300-COUNT-ONE-UNCLAIMED
007690         THRU 9300-COUNT-ONE-UNCLAIMED-EXIT
007700         VARYING PAY-UNC-SCAN-IDX FROM 1 BY 1
007710         UNTIL PAY-UNC-SCAN-IDX > PAY-UNC-COUNT.
007720     DISPLAY 'UNCLAIMED WAGES RECONCILIATION'.
007730     DISPLAY '  CHECKS REISSUED. . . . . . . . . . . : '
007740         PAY-REISSUE-COUNT.
007750     DISPLAY '  TOTAL AMOUNT REISSUED. . . . . . . . : '
007760         PAY-REISSUE-TOTAL.
007770     DISPLAY '  ITEMS ESCHEATED. . . . . . . . . . . : '
007780         PAY-ESCHEAT-COUNT.
007790     DISPLAY '  TOTAL AMOUNT ESCHEATED . . . . . . . : '
007800         PAY-ESCHEAT-TOTAL.
007810     DISPLAY '  ITEMS STILL UNCLAIMED. . . . . . . . : '
007820         PAY-STILL-UNCLAIMED-COUNT.
007830     DISPLAY '  AMOUNT STILL UNCLAIMED . . . . . . . : '
007840         PAY-STILL-UNCLAIMED-TOTAL.
007850     IF PAY-REISSUE-COUNT > ZERO
007860         DISPLAY '  NEXT CHECK NUMBER. . . . . . . . . . : '
007870             PAY-NEXT-CHECK-NUMBER
007880         DISPLAY 'RUN PositivePay TO SEND THE REISSUED CHECKS TO '
007890             'THE BANK.'
007900     END-IF.
007910 9000-TERMINATE-UNCLAIMED-EXIT.
007920     EXIT.
007930
007940 9100-REWRITE-UNCLAIMED.
007950     OPEN OUTPUT UNCLAIMED-FILE.
007960     IF PAY-UNC-STATUS NOT = '00'
007970         DISPLAY 'ERROR REWRITING UNCLAIMED WAGES FILE - FILE '
007980             'STATUS: ' PAY-UNC-STATUS
007990         GO TO 9100-REWRITE-UNCLAIMED-EXIT
008000     END-IF.
008010     PERFORM 9110-WRITE-ONE-UNCLAIMED
008020         THRU 9110-WRITE-ONE-UNCLAIMED-EXIT
008030         VARYING PAY-UNC-SCAN-IDX FROM 1 BY 1
008040         UNTIL PAY-UNC-SCAN-IDX > PAY-UNC-COUNT.
008050     CLOSE UNCLAIMED-FILE.
008060 9100-REWRITE-UNCLAIMED-EXIT.
008070     EXIT.
008080
008090 9110-WRITE-ONE-UNCLAIMED.
008100     MOVE SPACES TO UNCRECORD.
008110     MOVE PAY-U-CHECK-NUMBER(PAY-UNC-SCAN-IDX) TO
008120         UNC-CHECK-NUMBER.
008130     MOVE PAY-U-EMPLOYEE-NUMBER(PAY-UNC-SCAN-IDX) TO
008140         UNC-EMPLOYEE-NUMBER.
008150     MOVE PAY-U-AMOUNT(PAY-UNC-SCAN-IDX) TO UNC-AMOUNT.
008160     MOVE PAY-U-ISSUE-DATE(PAY-UNC-SCAN-IDX) TO UNC-ISSUE-DATE.
008170     MOVE PAY-U-STALE-DATE(PAY-UNC-SCAN-IDX) TO UNC-STALE-DATE.
008180     MOVE PAY-U-STATUS(PAY-UNC-SCAN-IDX) TO UNC-STATUS.
008190     MOVE PAY-U-REISSUE-NUMBER(PAY-UNC-SCAN-IDX) TO
008200         UNC-REISSUE-CHECK-NUMBER.
008210     MOVE PAY-U-DISPOSITION-DATE(PAY-UNC-SCAN-IDX) TO
008220         UNC-DISPOSITION-DATE.
008230     MOVE PAY-U-ESCHEAT-YEAR(PAY-UNC-SCAN-IDX) TO
008240         UNC-ESCHEAT-YEAR.
008250     WRITE UNCRECORD.
008260     IF PAY-UNC-STATUS NOT = '00'
008270         DISPLAY 'ERROR WRITING UNCLAIMED WAGES FILE - FILE '
008280             'STATUS: ' PAY-UNC-STATUS
008290     END-IF.
008300 9110-WRITE-ONE-UNCLAIMED-EXIT.
008310     EXIT.
008320
008330*----------------------------------------------------------------
008340* 9200-WRITE-JOURNAL -- A REISSUE PAYS THE EMPLOYEE AND AN
008350* ESCHEAT PAYS THE STATE; EITHER WAY UNCLAIMED WAGES PAYABLE IS
008360* DEBITED AND CASH CREDITED. EACH GETS ITS OWN PAIR OF LINES.
008370*----------------------------------------------------------------
008380 9200-WRITE-JOURNAL.
008390     OPEN OUTPUT JOURNAL-FILE.
008400     IF PAY-JOURNAL-STATUS NOT = '00'
008410         DISPLAY 'ERROR OPENING UNCLAIMED WAGES JOURNAL - FILE '
008420             'STATUS: ' PAY-JOURNAL-STATUS ' - POST BY HAND.'
008430         GO TO 9200-WRITE-JOURNAL-EXIT
008440     END-IF.
008450     IF PAY-REISSUE-COUNT > ZERO
008460         MOVE GL-UNCLAIMED-WAGES-ACCT TO JL-ACCOUNT-NUMBER
008470         MOVE 'UNCLAIMED WAGES PAYABLE' TO JL-ACCOUNT-NAME
008480         MOVE 'D' TO JL-DEBIT-CREDIT
008490         MOVE PAY-REISSUE-TOTAL TO JL-AMOUNT
008500         PERFORM 9210-WRITE-JOURNAL-LINE
008510             THRU 9210-WRITE-JOURNAL-LINE-EXIT
008520         MOVE GL-CASH-ACCT TO JL-ACCOUNT-NUMBER
008530         MOVE 'CASH - PAYROLL' TO JL-ACCOUNT-NAME
008540         MOVE 'C' TO JL-DEBIT-CREDIT
008550         MOVE PAY-REISSUE-TOTAL TO JL-AMOUNT
008560         PERFORM 9210-WRITE-JOURNAL-LINE
008570             THRU 9210-WRITE-JOURNAL-LINE-EXIT
008580     END-IF.
008590     IF PAY-ESCHEAT-COUNT > ZERO
008600         MOVE GL-UNCLAIMED-WAGES-ACCT TO JL-ACCOUNT-NUMBER
008610         MOVE 'UNCLAIMED WAGES PAYABLE' TO JL-ACCOUNT-NAME
008620         MOVE 'D' TO JL-DEBIT-CREDIT
008630         MOVE PAY-ESCHEAT-TOTAL TO JL-AMOUNT
008640         PERFORM 9210-WRITE-JOURNAL-LINE
008650             THRU 9210-WRITE-JOURNAL-LINE-EXIT
008660         MOVE GL-CASH-ACCT TO JL-ACCOUNT-NUMBER
008670         MOVE 'CASH - ESCHEAT REMITTANCE' TO JL-ACCOUNT-NAME
008680         MOVE 'C' TO JL-DEBIT-CREDIT
008690         MOVE PAY-ESCHEAT-TOTAL TO JL-AMOUNT
008700         PERFORM 9210-WRITE-JOURNAL-LINE
008710             THRU 9210-WRITE-JOURNAL-LINE-EXIT
008720     END-IF.
008730     MOVE 'T' TO JL-T-RECORD-TYPE.
008740     MOVE PAY-TOTAL-DEBITS-WRITTEN TO JL-T-DEBIT-TOTAL.
008750     MOVE PAY-TOTAL-CREDITS-WRITTEN TO JL-T-CREDIT-TOTAL.
008760     IF PAY-TOTAL-DEBITS-WRITTEN = PAY-TOTAL-CREDITS-WRITTEN
008770         MOVE 'BALANCED' TO JL-T-BALANCE-FLAG
008780     ELSE
008790         MOVE 'MISMATCH' TO JL-T-BALANCE-FLAG
008800     END-IF.
008810     WRITE JOURNAL-LINE FROM JL-TRAILER-LINE.
008820     IF PAY-JOURNAL-STATUS NOT = '00'
008830         DISPLAY 'ERROR WRITING UNCLAIMED WAGES JOURNAL TRAILER '
008840             '- FILE STATUS: ' PAY-JOURNAL-STATUS
008850     END-IF.
008860     CLOSE JOURNAL-FILE.
008870 9200-WRITE-JOURNAL-EXIT.
008880     EXIT.
008890
008900 9210-WRITE-JOURNAL-LINE.
008910     MOVE 'J' TO JL-RECORD-TYPE.
008920     MOVE PAY-RUN-DATE TO JL-RUN-DATE.
008930     IF JL-DEBIT-CREDIT = 'D'
008940         ADD JL-AMOUNT TO PAY-TOTAL-DEBITS-WRITTEN
008950     ELSE
008960         ADD JL-AMOUNT TO PAY-TOTAL-CREDITS-WRITTEN
008970     END-IF.
008980     WRITE JOURNAL-LINE FROM JL-DETAIL-LINE.
008990     IF PAY-JOURNAL-STATUS NOT = '00'
009000         DISPLAY 'ERROR WRITING UNCLAIMED WAGES JOURNAL LINE - '
009010             'FILE STATUS: ' PAY-JOURNAL-STATUS
009020     END-IF.
009030 9210-WRITE-JOURNAL-LINE-EXIT.
009040     EXIT.
009050
009060 9300-COUNT-ONE-UNCLAIMED.
009070     IF PAY-U-STATUS(PAY-UNC-SCAN-IDX) = 'U'
009080         ADD 1 TO PAY-STILL-UNCLAIMED-COUNT
009090         ADD PAY-U-AMOUNT(PAY-UNC-SCAN-IDX) TO
009100             PAY-STILL-UNCLAIMED-TOTAL
009110     END-IF.
009120 9300-COUNT-ONE-UNCLAIMED-EXIT.
009130     EXIT.
009140
009150 END PROGRAM UnclaimedWages.
