000260*                  OR CLEARED FOR A DIFFERENT AMOUNT). NOBODY
000270*                  HAS TO WONDER WHETHER CHECK 1047 WAS CASHED,
000280*                  VOIDED OR IS SITTING IN A DRAWER ANY MORE.
000290* 10-15-2026  CNR  STALE-DATED CHECK PROCESSING. THE OUTSTANDING
000300*                  LIST IS NOW AGED BY CHK-ISSUE-DATE INTO 0-30,
000310*                  31-60, 61-90, 91-180, 181-365 DAY AND OVER-ONE-
000320*                  YEAR BUCKETS WITH A COUNT AND TOTAL PER
000330*                  BUCKET. A CHECK OUTSTANDING PAST THE STALE DATE
000340*                  IS VOIDED -- LOGGED S ON checkissued.txt SO
000350*                  POSITIVE PAY STOPS IT -- AND WRITTEN TO THE
000360*                  UNCLAIMED WAGES FILE (unclaimed.txt / UNCREC)
000370*                  FOR REISSUE OR ESCHEAT BY UnclaimedWages.cbl.
000380*                  THE VOIDS POST AS A CASH DEBIT / UNCLAIMED
000390*                  WAGES PAYABLE CREDIT ON THEIR OWN JOURNAL
000400*                  (stalejournal.txt). AN ITEM CLEARING ON A
000410*                  STALE-VOIDED NUMBER IS AN EXCEPTION. SOURCE
000420*                  RESEQUENCED.
000430*================================================================
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT ISSUED-FILE ASSIGN TO 'checkissued.txt'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS PAY-ISSUED-STATUS.
000510     SELECT CLEARED-FILE ASSIGN TO 'bankcleared.txt'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS PAY-CLEARED-STATUS.
000540     SELECT RECON-FILE ASSIGN TO 'checkrecon.txt'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS PAY-RECON-STATUS.
000570     SELECT UNCLAIMED-FILE ASSIGN TO 'unclaimed.txt'
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS PAY-UNC-STATUS.
000600     SELECT STALE-JOURNAL-FILE ASSIGN TO 'stalejournal.txt'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS PAY-JOURNAL-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ISSUED-FILE.
000670     COPY CHKREC.
000680
000690*----------------------------------------------------------------
000700* CLEARED-FILE -- THE BANK'S CLEARED-ITEMS EXPORT: CHECK NUMBER,
000710* AMOUNT PAID AND THE DATE IT CLEARED.
000720*----------------------------------------------------------------
000730 FD  CLEARED-FILE.
000740 01  CLEARED-RECORD.
000750     10  CLR-CHECK-NUMBER      PIC 9(6).
000760     10  FILLER                PIC X(1) VALUE SPACE.
000770     10  CLR-AMOUNT            PIC 9(9)V99.
000780     10  FILLER                PIC X(1) VALUE SPACE.
000790     10  CLR-CLEARED-DATE      PIC 9(8).
000800
000810 FD  RECON-FILE.
000820 01  RECON-LINE                PIC X(80).
000830
000840 FD  UNCLAIMED-FILE.
000850     COPY UNCREC.
000860
000870 FD  STALE-JOURNAL-FILE.
000880 01  JOURNAL-LINE              PIC X(80).
000890
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------
000920* RUN CONTROL FIELDS
000930*----------------------------------------------------------------
000940 01  PAY-END-OF-ISSUED         PIC X(1) VALUE 'N'.
000950 01  PAY-END-OF-CLEARED        PIC X(1) VALUE 'N'.
000960 01  PAY-ISSUED-STATUS         PIC X(2).
000970 01  PAY-CLEARED-STATUS        PIC X(2).
000980 01  PAY-RECON-STATUS          PIC X(2).
000990 01  PAY-RUN-DATE              PIC 9(8) VALUE ZERO.
001000 01  PAY-CLEARED-COUNT         PIC 9(7) COMP VALUE ZERO.
001010 01  PAY-CLEARED-TOTAL         PIC 9(11)V99 VALUE ZERO.
001020 01  PAY-OUTSTANDING-COUNT     PIC 9(7) COMP VALUE ZERO.
001030 01  PAY-OUTSTANDING-TOTAL     PIC 9(11)V99 VALUE ZERO.
001040 01  PAY-VOIDED-COUNT          PIC 9(7) COMP VALUE ZERO.
001050 01  PAY-EXCEPTION-COUNT       PIC 9(7) COMP VALUE ZERO.
001060 01  PAY-CHK-MATCHED           PIC X(1) VALUE 'N'.
001070 01  PAY-UNC-STATUS            PIC X(2).
001080 01  PAY-JOURNAL-STATUS        PIC X(2).
001090 01  PAY-PRIOR-STALE-COUNT     PIC 9(7) COMP VALUE ZERO.
001100 01  PAY-STALE-COUNT           PIC 9(7) COMP VALUE ZERO.
001110 01  PAY-STALE-TOTAL           PIC 9(11)V99 VALUE ZERO.
001120 01  PAY-TOTAL-DEBITS-WRITTEN  PIC 9(11)V99 VALUE ZERO.
001130 01  PAY-TOTAL-CREDITS-WRITTEN PIC 9(11)V99 VALUE ZERO.
001140
001150*----------------------------------------------------------------
001160* STALE DATE -- AN ISSUED CHECK STILL OUTSTANDING THIS MANY DAYS
001170* AFTER ITS ISSUE DATE IS VOIDED AND MOVED TO UNCLAIMED WAGES.
001180*----------------------------------------------------------------
001190 77  PAY-STALE-DAYS            PIC 9(3) VALUE 180.
001200
001210*----------------------------------------------------------------
001220* AGING BUCKETS FOR THE OUTSTANDING LIST. A CHECK FALLS IN THE
001230* FIRST BUCKET WHOSE UPPER LIMIT ITS AGE IN DAYS DOES NOT
001240* EXCEED; THE LAST BUCKET TAKES EVERYTHING OVER ONE YEAR.
001250*----------------------------------------------------------------
001260 01  PAY-AGE-BUCKET-VALUES.
001270     05  FILLER                PIC X(18) VALUE
001280         '00030  0-30 DAYS  '.
001290     05  FILLER                PIC X(18) VALUE
001300         '00060 31-60 DAYS  '.
001310     05  FILLER                PIC X(18) VALUE
001320         '00090 61-90 DAYS  '.
001330     05  FILLER                PIC X(18) VALUE
001340         '0018091-180 DAYS  '.
001350     05  FILLER                PIC X(18) VALUE
001360         '00365181-365 DAYS '.
001370     05  FILLER                PIC X(18) VALUE
001380         '99999OVER ONE YEAR'.
001390 01  PAY-AGE-BUCKET-TABLE REDEFINES PAY-AGE-BUCKET-VALUES.
001400     05  PAY-AGE-BUCKET OCCURS 6 TIMES.
001410         10  PAY-AGE-LIMIT     PIC 9(5).
001420         10  PAY-AGE-LABEL     PIC X(13).
001430 01  PAY-AGE-TOTALS.
001440     05  PAY-AGE-TOTAL-ENTRY OCCURS 6 TIMES.
001450         10  PAY-AGE-COUNT     PIC 9(7) COMP.
001460         10  PAY-AGE-AMOUNT    PIC 9(11)V99.
001470 01  PAY-AGE-IDX               PIC 9(1) COMP VALUE ZERO.
001480 01  PAY-AGE-DAYS              PIC 9(5) VALUE ZERO.
001490
001500*----------------------------------------------------------------
001510* DAY-NUMBER WORK FIELDS -- A YYYYMMDD DATE IS TURNED INTO A
001520* COUNT OF DAYS SO TWO DATES CAN BE SUBTRACTED. LEAP YEARS
001530* FOLLOW THE GREGORIAN RULE.
001540*----------------------------------------------------------------
001550 01  PAY-DATE-WORK             PIC 9(8) VALUE ZERO.
001560 01  PAY-DATE-WORK-PARTS REDEFINES PAY-DATE-WORK.
001570     05  PAY-DW-YEAR           PIC 9(4).
001580     05  PAY-DW-MONTH          PIC 9(2).
001590     05  PAY-DW-DAY            PIC 9(2).
001600 01  PAY-DAY-NUMBER            PIC 9(7) VALUE ZERO.
001610 01  PAY-RUN-DAY-NUMBER        PIC 9(7) VALUE ZERO.
001620 01  PAY-DN-PRIOR-YEARS        PIC 9(4) VALUE ZERO.
001630 01  PAY-DN-QUOTIENT           PIC 9(4) VALUE ZERO.
001640 01  PAY-DN-REMAINDER          PIC 9(4) VALUE ZERO.
001650 01  PAY-DN-LEAP-DAYS          PIC 9(4) VALUE ZERO.
001660 01  PAY-DN-LEAP-YEAR          PIC X(1) VALUE 'N'.
001670 01  PAY-CUM-DAYS-VALUES.
001680     05  FILLER                PIC 9(3) VALUE 000.
001690     05  FILLER                PIC 9(3) VALUE 031.
001700     05  FILLER                PIC 9(3) VALUE 059.
001710     05  FILLER                PIC 9(3) VALUE 090.
001720     05  FILLER                PIC 9(3) VALUE 120.
001730     05  FILLER                PIC 9(3) VALUE 151.
001740     05  FILLER                PIC 9(3) VALUE 181.
001750     05  FILLER                PIC 9(3) VALUE 212.
001760     05  FILLER                PIC 9(3) VALUE 243.
001770     05  FILLER                PIC 9(3) VALUE 273.
001780     05  FILLER                PIC 9(3) VALUE 304.
001790     05  FILLER                PIC 9(3) VALUE 334.
001800 01  PAY-CUM-DAYS-TABLE REDEFINES PAY-CUM-DAYS-VALUES.
001810     05  PAY-CUM-DAYS          PIC 9(3) OCCURS 12 TIMES.
001820
001830*----------------------------------------------------------------
001840* GENERAL LEDGER ACCOUNTS FOR THE STALE-DATED VOID ENTRY
001850*----------------------------------------------------------------
001860 77  GL-CASH-ACCT              PIC 9(5) VALUE 10100.
001870 77  GL-UNCLAIMED-WAGES-ACCT   PIC 9(5) VALUE 21600.
001880
001890*----------------------------------------------------------------
001900* ISSUED-CHECK TABLE LOADED FROM THE LOG. A NUMBER LOGGED MORE
001910* THAN ONCE KEEPS ITS LATEST STATUS -- A LATER VOID OVERRIDES
001920* THE ORIGINAL ISSUE.
001930*----------------------------------------------------------------
001940 01  PAY-CHK-TABLE.
001950     05  PAY-CHK-COUNT             PIC 9(5) COMP VALUE ZERO.
001960     05  PAY-CHK-ENTRY OCCURS 1 TO 10000 TIMES
001970             DEPENDING ON PAY-CHK-COUNT
001980             INDEXED BY PAY-CHK-IDX.
001990         10  PAY-K-CHECK-NUMBER    PIC 9(6).
002000         10  PAY-K-STATUS          PIC X(1).
002010         10  PAY-K-EMPLOYEE-NUMBER PIC 9(9).
002020         10  PAY-K-AMOUNT          PIC 9(9)V99.
002030         10  PAY-K-ISSUE-DATE      PIC 9(8).
002040         10  PAY-K-CLEARED-FLAG    PIC X(1).
002050         10  PAY-K-CLEARED-DATE    PIC 9(8).
002060 01  PAY-CHK-SCAN-IDX          PIC 9(5) COMP VALUE ZERO.
002070 77  PAY-CHK-MAX-ENTRIES       PIC 9(5) VALUE 10000.
002080
002090*----------------------------------------------------------------
002100* RECONCILIATION REPORT LINE LAYOUTS
002110*----------------------------------------------------------------
002120 01  RC-HEADING-LINE.
002130     10  FILLER                PIC X(28) VALUE
002140         'CHECK BANK RECONCILIATION'.
002150     10  FILLER                PIC X(10) VALUE 'RUN DATE: '.
002160     10  RC-RUN-DATE           PIC 9(8).
002170
002180 01  RC-SECTION-LINE           PIC X(40).
002190
002200 01  RC-DETAIL-LINE.
002210     10  FILLER                PIC X(2) VALUE SPACES.
002220     10  RC-CHECK-NUMBER       PIC 9(6).
002230     10  FILLER                PIC X(3) VALUE SPACES.
002240     10  RC-EMPLOYEE-NUMBER    PIC 9(9).
002250     10  FILLER                PIC X(3) VALUE SPACES.
002260     10  RC-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
002270     10  FILLER                PIC X(3) VALUE SPACES.
002280     10  RC-NOTE               PIC X(30).
002290
002300 01  RC-COUNT-LINE.
002310     10  RC-COUNT-LABEL        PIC X(27).
002320     10  FILLER                PIC X(2) VALUE SPACES.
002330     10  RC-COUNT-VALUE        PIC ZZ,ZZ9.
002340     10  FILLER                PIC X(2) VALUE SPACES.
002350     10  RC-COUNT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
002360
002370 01  RC-BLANK-LINE             PIC X(80) VALUE SPACES.
002380
002390 01  RC-AGING-LINE.
002400     10  FILLER                PIC X(2) VALUE SPACES.
002410     10  RC-A-CHECK-NUMBER     PIC 9(6).
002420     10  FILLER                PIC X(2) VALUE SPACES.
002430     10  RC-A-EMPLOYEE-NUMBER  PIC 9(9).
002440     10  FILLER                PIC X(2) VALUE SPACES.
002450     10  RC-A-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
002460     10  FILLER                PIC X(2) VALUE SPACES.
002470     10  RC-A-ISSUE-DATE       PIC 9(8).
002480     10  FILLER                PIC X(2) VALUE SPACES.
002490     10  RC-A-AGE-DAYS         PIC ZZZZ9.
002500     10  FILLER                PIC X(2) VALUE SPACES.
002510     10  RC-A-BUCKET           PIC X(13).
002520     10  FILLER                PIC X(1) VALUE SPACE.
002530     10  RC-A-ACTION           PIC X(10).
002540
002550*----------------------------------------------------------------
002560* STALE-DATED VOID JOURNAL LINE LAYOUTS -- THE SAME LAYOUT AS THE
002570* PAYROLL JOURNAL WRITTEN BY GLExtract.cbl.
002580*----------------------------------------------------------------
002590 01  JL-DETAIL-LINE.
002600     10  JL-RECORD-TYPE        PIC X(1).
002610     10  FILLER                PIC X(1) VALUE SPACE.
002620     10  JL-ACCOUNT-NUMBER     PIC 9(5).
002630     10  FILLER                PIC X(1) VALUE SPACE.
002640     10  JL-ACCOUNT-NAME       PIC X(24).
002650     10  FILLER                PIC X(1) VALUE SPACE.
002660     10  JL-DEBIT-CREDIT       PIC X(1).
002670     10  FILLER                PIC X(1) VALUE SPACE.
002680     10  JL-AMOUNT             PIC 9(11)V99.
002690     10  FILLER                PIC X(1) VALUE SPACE.
002700     10  JL-RUN-DATE           PIC 9(8).
002710
002720 01  JL-TRAILER-LINE.
002730     10  JL-T-RECORD-TYPE      PIC X(1).
002740     10  FILLER                PIC X(1) VALUE SPACE.
002750     10  JL-T-DEBIT-TOTAL      PIC 9(11)V99.
002760     10  FILLER                PIC X(1) VALUE SPACE.
002770     10  JL-T-CREDIT-TOTAL     PIC 9(11)V99.
002780     10  FILLER                PIC X(1) VALUE SPACE.
002790     10  JL-T-BALANCE-FLAG     PIC X(8).
002800
002810 PROCEDURE DIVISION.
002820
002830 0000-MAIN-PROCEDURE.
002840     PERFORM 1000-INITIALIZE-RECON
002850         THRU 1000-INITIALIZE-RECON-EXIT.
002860     PERFORM 2000-MATCH-ONE-CLEARED-ITEM
002870         THRU 2000-MATCH-ONE-CLEARED-ITEM-EXIT
002880         UNTIL PAY-END-OF-CLEARED = 'Y'.
002890     PERFORM 3000-REPORT-OUTSTANDING
002900         THRU 3000-REPORT-OUTSTANDING-EXIT.
002910     PERFORM 9000-TERMINATE-RECON
002920         THRU 9000-TERMINATE-RECON-EXIT.
002930     STOP RUN.
002940
002950*----------------------------------------------------------------
002960* 1000-INITIALIZE-RECON -- LOAD THE ISSUED-CHECK LOG INTO THE
002970* TABLE AND OPEN THE BANK'S CLEARED-ITEMS FILE. BOTH FILES ARE
002980* REQUIRED -- WITHOUT EITHER THERE IS NOTHING TO RECONCILE.
002990*----------------------------------------------------------------
003000 1000-INITIALIZE-RECON.
003010     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
003020     OPEN INPUT ISSUED-FILE.
003030     IF PAY-ISSUED-STATUS NOT = '00'
003040         DISPLAY 'NO ISSUED-CHECK LOG FOUND - RUN CheckPrint '
003050             'FIRST - RUN TERMINATED.'
003060         STOP RUN
003070     END-IF.
003080     PERFORM 1100-LOAD-ONE-ISSUED-CHECK
003090         THRU 1100-LOAD-ONE-ISSUED-CHECK-EXIT
003100         UNTIL PAY-END-OF-ISSUED = 'Y'.
003110     CLOSE ISSUED-FILE.
003120     OPEN INPUT CLEARED-FILE.
003130     IF PAY-CLEARED-STATUS NOT = '00'
003140         DISPLAY 'NO BANK CLEARED-ITEMS FILE FOUND - RUN '
003150             'TERMINATED.'
003160         STOP RUN
003170     END-IF.
003180     OPEN OUTPUT RECON-FILE.
003190     MOVE PAY-RUN-DATE TO RC-RUN-DATE.
003200     WRITE RECON-LINE FROM RC-HEADING-LINE.
003210     IF PAY-RECON-STATUS NOT = '00'
003220         DISPLAY 'ERROR WRITING RECONCILIATION REPORT - FILE '
003230             'STATUS: ' PAY-RECON-STATUS
003240     END-IF.
003250     WRITE RECON-LINE FROM RC-BLANK-LINE.
003260     MOVE 'CLEARED ITEMS AND EXCEPTIONS' TO RC-SECTION-LINE.
003270     WRITE RECON-LINE FROM RC-SECTION-LINE.
003280     PERFORM 2100-READ-CLEARED-ITEM
003290         THRU 2100-READ-CLEARED-ITEM-EXIT.
003300 1000-INITIALIZE-RECON-EXIT.
003310     EXIT.
003320
003330 1100-LOAD-ONE-ISSUED-CHECK.
003340     READ ISSUED-FILE
003350         AT END
003360             MOVE 'Y' TO PAY-END-OF-ISSUED
003370         NOT AT END
003380             PERFORM 1200-TABLE-ONE-ISSUED-CHECK
003390                 THRU 1200-TABLE-ONE-ISSUED-CHECK-EXIT
003400     END-READ.
003410 1100-LOAD-ONE-ISSUED-CHECK-EXIT.
003420     EXIT.
003430
003440 1200-TABLE-ONE-ISSUED-CHECK.
003450     MOVE 'N' TO PAY-CHK-MATCHED.
003460     IF PAY-CHK-COUNT > ZERO
003470         SET PAY-CHK-IDX TO 1
003480         SEARCH PAY-CHK-ENTRY
003490             AT END
003500                 CONTINUE
003510             WHEN PAY-K-CHECK-NUMBER(PAY-CHK-IDX) =
003520                     CHK-CHECK-NUMBER
003530                 MOVE 'Y' TO PAY-CHK-MATCHED
003540                 MOVE CHK-STATUS TO PAY-K-STATUS(PAY-CHK-IDX)
003550         END-SEARCH
003560     END-IF.
003570     IF PAY-CHK-MATCHED = 'N'
003580         IF PAY-CHK-COUNT >= PAY-CHK-MAX-ENTRIES
003590             DISPLAY 'ISSUED-CHECK LOG EXCEEDS THE '
003600                 PAY-CHK-MAX-ENTRIES ' ENTRY TABLE CAPACITY - '
003610                 'RUN TERMINATED.'
003620             CLOSE ISSUED-FILE
003630             STOP RUN
003640         END-IF
003650         ADD 1 TO PAY-CHK-COUNT
003660         MOVE CHK-CHECK-NUMBER TO
003670             PAY-K-CHECK-NUMBER(PAY-CHK-COUNT)
003680         MOVE CHK-STATUS TO PAY-K-STATUS(PAY-CHK-COUNT)
003690         MOVE CHK-EMPLOYEE-NUMBER TO
003700             PAY-K-EMPLOYEE-NUMBER(PAY-CHK-COUNT)
003710         MOVE CHK-AMOUNT TO PAY-K-AMOUNT(PAY-CHK-COUNT)
003720         MOVE CHK-ISSUE-DATE TO
003730             PAY-K-ISSUE-DATE(PAY-CHK-COUNT)
003740         MOVE 'N' TO PAY-K-CLEARED-FLAG(PAY-CHK-COUNT)
003750         MOVE ZERO TO PAY-K-CLEARED-DATE(PAY-CHK-COUNT)
003760     END-IF.
003770 1200-TABLE-ONE-ISSUED-CHECK-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------------
003810* 2000-MATCH-ONE-CLEARED-ITEM -- ONE BANK ITEM AGAINST THE
003820* ISSUED TABLE. A GOOD MATCH MARKS THE CHECK CLEARED; A MISSING
003830* NUMBER, A VOIDED NUMBER OR AN AMOUNT DIFFERENCE GOES ON THE
003840* REPORT AS AN EXCEPTION.
003850*----------------------------------------------------------------
003860 2000-MATCH-ONE-CLEARED-ITEM.
003870     MOVE 'N' TO PAY-CHK-MATCHED.
003880     IF PAY-CHK-COUNT > ZERO
003890         SET PAY-CHK-IDX TO 1
003900         SEARCH PAY-CHK-ENTRY
003910             AT END
003920                 CONTINUE
003930             WHEN PAY-K-CHECK-NUMBER(PAY-CHK-IDX) =
003940                     CLR-CHECK-NUMBER
003950                 MOVE 'Y' TO PAY-CHK-MATCHED
003960                 PERFORM 2200-SETTLE-ONE-MATCH
003970                     THRU 2200-SETTLE-ONE-MATCH-EXIT
003980         END-SEARCH
003990     END-IF.
004000     IF PAY-CHK-MATCHED = 'N'
004010         MOVE CLR-CHECK-NUMBER TO RC-CHECK-NUMBER
004020         MOVE ZERO TO RC-EMPLOYEE-NUMBER
004030         MOVE CLR-AMOUNT TO RC-AMOUNT
004040         MOVE 'CLEARED BUT NEVER ISSUED' TO RC-NOTE
004050         PERFORM 2400-WRITE-RECON-DETAIL
004060             THRU 2400-WRITE-RECON-DETAIL-EXIT
004070         ADD 1 TO PAY-EXCEPTION-COUNT
004080     END-IF.
004090     PERFORM 2100-READ-CLEARED-ITEM
004100         THRU 2100-READ-CLEARED-ITEM-EXIT.
004110 2000-MATCH-ONE-CLEARED-ITEM-EXIT.
004120     EXIT.
004130
004140 2100-READ-CLEARED-ITEM.
004150     READ CLEARED-FILE
004160         AT END
004170             MOVE 'Y' TO PAY-END-OF-CLEARED
004180     END-READ.
004190 2100-READ-CLEARED-ITEM-EXIT.
004200     EXIT.
004210
004220 2200-SETTLE-ONE-MATCH.
004230     MOVE PAY-K-CHECK-NUMBER(PAY-CHK-IDX) TO RC-CHECK-NUMBER.
004240     MOVE PAY-K-EMPLOYEE-NUMBER(PAY-CHK-IDX) TO
004250         RC-EMPLOYEE-NUMBER.
004260     MOVE CLR-AMOUNT TO RC-AMOUNT.
004270     IF PAY-K-STATUS(PAY-CHK-IDX) = 'V'
004280         MOVE 'CLEARED ON A VOIDED NUMBER' TO RC-NOTE
004290         PERFORM 2400-WRITE-RECON-DETAIL
004300             THRU 2400-WRITE-RECON-DETAIL-EXIT
004310         ADD 1 TO PAY-EXCEPTION-COUNT
004320         GO TO 2200-SETTLE-ONE-MATCH-EXIT
004330     END-IF.
004340     IF PAY-K-STATUS(PAY-CHK-IDX) = 'S'
004350         MOVE 'CLEARED ON A STALE-VOIDED NO.' TO RC-NOTE
004360         PERFORM 2400-WRITE-RECON-DETAIL
004370             THRU 2400-WRITE-RECON-DETAIL-EXIT
004380         ADD 1 TO PAY-EXCEPTION-COUNT
004390         GO TO 2200-SETTLE-ONE-MATCH-EXIT
004400     END-IF.
004410     IF CLR-AMOUNT NOT = PAY-K-AMOUNT(PAY-CHK-IDX)
004420         MOVE 'CLEARED FOR A DIFFERENT AMT' TO RC-NOTE
004430         PERFORM 2400-WRITE-RECON-DETAIL
004440             THRU 2400-WRITE-RECON-DETAIL-EXIT
004450         ADD 1 TO PAY-EXCEPTION-COUNT
004460     END-IF.
004470     MOVE 'Y' TO PAY-K-CLEARED-FLAG(PAY-CHK-IDX).
004480     MOVE CLR-CLEARED-DATE TO PAY-K-CLEARED-DATE(PAY-CHK-IDX).
004490     ADD 1 TO PAY-CLEARED-COUNT.
004500     ADD CLR-AMOUNT TO PAY-CLEARED-TOTAL.
004510 2200-SETTLE-ONE-MATCH-EXIT.
004520     EXIT.
004530
004540 2400-WRITE-RECON-DETAIL.
004550     WRITE RECON-LINE FROM RC-DETAIL-LINE.
004560     IF PAY-RECON-STATUS NOT = '00'
004570         DISPLAY 'ERROR WRITING RECONCILIATION REPORT - FILE '
004580             'STATUS: ' PAY-RECON-STATUS
004590     END-IF.
004600 2400-WRITE-RECON-DETAIL-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------------
004640* 3000-REPORT-OUTSTANDING -- EVERY ISSUED CHECK THE BANK HAS
004650* NOT CLEARED IS LISTED AS OUTSTANDING, AGED BY ITS ISSUE DATE;
004660* VOIDED NUMBERS ARE COUNTED SO THE WHOLE NUMBER SEQUENCE IS
004670* ACCOUNTED FOR. A CHECK PAST THE STALE DATE IS VOIDED TO
004680* UNCLAIMED WAGES AS IT IS LISTED, AND THE VOIDS ARE JOURNALED.
004690*----------------------------------------------------------------
004700 3000-REPORT-OUTSTANDING.
004710     MOVE PAY-RUN-DATE TO PAY-DATE-WORK.
004720     PERFORM 3150-COMPUTE-DAY-NUMBER
004730         THRU 3150-COMPUTE-DAY-NUMBER-EXIT.
004740     MOVE PAY-DAY-NUMBER TO PAY-RUN-DAY-NUMBER.
004750     INITIALIZE PAY-AGE-TOTALS.
004760     OPEN EXTEND ISSUED-FILE.
004770     IF PAY-ISSUED-STATUS NOT = '00'
004780         DISPLAY 'ERROR OPENING ISSUED-CHECK LOG - FILE STATUS: '
004790             PAY-ISSUED-STATUS ' - RUN TERMINATED.'
004800         STOP RUN
004810     END-IF.
004820     OPEN EXTEND UNCLAIMED-FILE.
004830     IF PAY-UNC-STATUS NOT = '00'
004840         OPEN OUTPUT UNCLAIMED-FILE
004850     END-IF.
004860     IF PAY-UNC-STATUS NOT = '00'
004870         DISPLAY 'ERROR OPENING UNCLAIMED WAGES FILE - FILE '
004880             'STATUS: ' PAY-UNC-STATUS ' - RUN TERMINATED.'
004890         STOP RUN
004900     END-IF.
004910     WRITE RECON-LINE FROM RC-BLANK-LINE.
004920     MOVE 'OUTSTANDING CHECKS AGED BY ISSUE DATE' TO
004930         RC-SECTION-LINE.
004940     WRITE RECON-LINE FROM RC-SECTION-LINE.
004950     PERFORM 3100-CHECK-ONE-OUTSTANDING
004960         THRU 3100-CHECK-ONE-OUTSTANDING-EXIT
004970         VARYING PAY-CHK-SCAN-IDX FROM 1 BY 1
004980         UNTIL PAY-CHK-SCAN-IDX > PAY-CHK-COUNT.
004990     CLOSE ISSUED-FILE.
005000     CLOSE UNCLAIMED-FILE.
005010     WRITE RECON-LINE FROM RC-BLANK-LINE.
005020     MOVE 'AGING OF UNCLEARED CHECKS' TO RC-SECTION-LINE.
005030     WRITE RECON-LINE FROM RC-SECTION-LINE.
005040     PERFORM 3120-WRITE-ONE-AGE-TOTAL
005050         THRU 3120-WRITE-ONE-AGE-TOTAL-EXIT
005060         VARYING PAY-AGE-IDX FROM 1 BY 1
005070         UNTIL PAY-AGE-IDX > 6.
005080     WRITE RECON-LINE FROM RC-BLANK-LINE.
005090     MOVE 'CHECKS CLEARED . . . . . .' TO RC-COUNT-LABEL.
005100     MOVE PAY-CLEARED-COUNT TO RC-COUNT-VALUE.
005110     MOVE PAY-CLEARED-TOTAL TO RC-COUNT-AMOUNT.
005120     WRITE RECON-LINE FROM RC-COUNT-LINE.
005130     MOVE 'CHECKS OUTSTANDING . . . .' TO RC-COUNT-LABEL.
005140     MOVE PAY-OUTSTANDING-COUNT TO RC-COUNT-VALUE.
005150     MOVE PAY-OUTSTANDING-TOTAL TO RC-COUNT-AMOUNT.
005160     WRITE RECON-LINE FROM RC-COUNT-LINE.
005170     MOVE 'STALE-DATED - VOIDED NOW .' TO RC-COUNT-LABEL.
005180     MOVE PAY-STALE-COUNT TO RC-COUNT-VALUE.
005190     MOVE PAY-STALE-TOTAL TO RC-COUNT-AMOUNT.
005200     WRITE RECON-LINE FROM RC-COUNT-LINE.
005210     MOVE 'STALE-DATED - PRIOR RUNS .' TO RC-COUNT-LABEL.
005220     MOVE PAY-PRIOR-STALE-COUNT TO RC-COUNT-VALUE.
005230     MOVE ZERO TO RC-COUNT-AMOUNT.
005240     WRITE RECON-LINE FROM RC-COUNT-LINE.
005250     MOVE 'NUMBERS VOIDED . . . . . .' TO RC-COUNT-LABEL.
005260     MOVE PAY-VOIDED-COUNT TO RC-COUNT-VALUE.
005270     MOVE ZERO TO RC-COUNT-AMOUNT.
005280     WRITE RECON-LINE FROM RC-COUNT-LINE.
005290     MOVE 'EXCEPTIONS . . . . . . . .' TO RC-COUNT-LABEL.
005300     MOVE PAY-EXCEPTION-COUNT TO RC-COUNT-VALUE.
005310     MOVE ZERO TO RC-COUNT-AMOUNT.
005320     WRITE RECON-LINE FROM RC-COUNT-LINE.
005330     IF PAY-STALE-COUNT > ZERO
005340         PERFORM 3300-WRITE-STALE-JOURNAL
005350             THRU 3300-WRITE-STALE-JOURNAL-EXIT
005360     END-IF.
005370 3000-REPORT-OUTSTANDING-EXIT.
005380     EXIT.
005390
005400 3100-CHECK-ONE-OUTSTANDING.
005410     IF PAY-K-STATUS(PAY-CHK-SCAN-IDX) = 'V'
005420         ADD 1 TO PAY-VOIDED-COUNT
005430         GO TO 3100-CHECK-ONE-OUTSTANDING-EXIT
005440     END-IF.
005450     IF PAY-K-STATUS(PAY-CHK-SCAN-IDX) = 'S'
005460         ADD 1 TO PAY-PRIOR-STALE-COUNT
005470         GO TO 3100-CHECK-ONE-OUTSTANDING-EXIT
005480     END-IF.
005490     IF PAY-K-CLEARED-FLAG(PAY-CHK-SCAN-IDX) = 'Y'
005500         GO TO 3100-CHECK-ONE-OUTSTANDING-EXIT
005510     END-IF.
005520     MOVE ZERO TO PAY-AGE-DAYS.
005530     MOVE PAY-K-ISSUE-DATE(PAY-CHK-SCAN-IDX) TO PAY-DATE-WORK.
005540     PERFORM 3150-COMPUTE-DAY-NUMBER
005550         THRU 3150-COMPUTE-DAY-NUMBER-EXIT.
005560     IF PAY-DAY-NUMBER > ZERO
005570         AND PAY-DAY-NUMBER < PAY-RUN-DAY-NUMBER
005580         COMPUTE PAY-AGE-DAYS =
005590             PAY-RUN-DAY-NUMBER - PAY-DAY-NUMBER
005600     END-IF.
005610     MOVE 1 TO PAY-AGE-IDX.
005620     PERFORM 3110-FIND-AGE-BUCKET
005630         THRU 3110-FIND-AGE-BUCKET-EXIT
005640         UNTIL PAY-AGE-IDX = 6
005650         OR PAY-AGE-DAYS NOT > PAY-AGE-LIMIT(PAY-AGE-IDX).
005660     ADD 1 TO PAY-AGE-COUNT(PAY-AGE-IDX).
005670     ADD PAY-K-AMOUNT(PAY-CHK-SCAN-IDX) TO
005680         PAY-AGE-AMOUNT(PAY-AGE-IDX).
005690     MOVE PAY-K-CHECK-NUMBER(PAY-CHK-SCAN-IDX) TO
005700         RC-A-CHECK-NUMBER.
005710     MOVE PAY-K-EMPLOYEE-NUMBER(PAY-CHK-SCAN-IDX) TO
005720         RC-A-EMPLOYEE-NUMBER.
005730     MOVE PAY-K-AMOUNT(PAY-CHK-SCAN-IDX) TO RC-A-AMOUNT.
005740     MOVE PAY-K-ISSUE-DATE(PAY-CHK-SCAN-IDX) TO RC-A-ISSUE-DATE.
005750     MOVE PAY-AGE-DAYS TO RC-A-AGE-DAYS.
005760     MOVE PAY-AGE-LABEL(PAY-AGE-IDX) TO RC-A-BUCKET.
005770     MOVE SPACES TO RC-A-ACTION.
005780     IF PAY-AGE-DAYS > PAY-STALE-DAYS
005790         MOVE 'STALE-VOID' TO RC-A-ACTION
005800         PERFORM 3200-VOID-STALE-CHECK
005810             THRU 3200-VOID-STALE-CHECK-EXIT
005820     ELSE
005830         ADD 1 TO PAY-OUTSTANDING-COUNT
005840         ADD PAY-K-AMOUNT(PAY-CHK-SCAN-IDX) TO
005850             PAY-OUTSTANDING-TOTAL
005860     END-IF.
005870     WRITE RECON-LINE FROM RC-AGING-LINE.
005880     IF PAY-RECON-STATUS NOT = '00'
005890         DISPLAY 'ERROR WRITING RECONCILIATION REPORT - FILE '
005900             'STATUS: ' PAY-RECON-STATUS
005910     END-IF.
005920 3100-CHECK-ONE-OUTSTANDING-EXIT.
005930     EXIT.
005940
005950 3110-FIND-AGE-BUCKET.
005960     ADD 1 TO PAY-AGE-IDX.
005970 3110-FIND-AGE-BUCKET-EXIT.
005980     EXIT.
005990
006000 3120-WRITE-ONE-AGE-TOTAL.
006010     MOVE SPACES TO RC-COUNT-LABEL.
006020     STRING 'AGED ' PAY-AGE-LABEL(PAY-AGE-IDX)
006030         DELIMITED BY SIZE INTO RC-COUNT-LABEL.
006040     MOVE PAY-AGE-COUNT(PAY-AGE-IDX) TO RC-COUNT-VALUE.
006050     MOVE PAY-AGE-AMOUNT(PAY-AGE-IDX) TO RC-COUNT-AMOUNT.
006060     WRITE RECON-LINE FROM RC-COUNT-LINE.
006070 3120-WRITE-ONE-AGE-TOTAL-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------------
006110* 3150-COMPUTE-DAY-NUMBER -- PAY-DATE-WORK (YYYYMMDD) BECOMES
006120* PAY-DAY-NUMBER, THE COUNT OF DAYS FROM 01-01-0001. A DATE THAT
006130* IS NOT A VALID YYYYMMDD COMES BACK ZERO.
006140*----------------------------------------------------------------
006150 3150-COMPUTE-DAY-NUMBER.
006160     MOVE ZERO TO PAY-DAY-NUMBER.
006170     IF PAY-DATE-WORK NOT NUMERIC
006180         OR PAY-DW-YEAR = ZERO
006190         OR PAY-DW-MONTH < 1 OR PAY-DW-MONTH > 12
006200         OR PAY-DW-DAY < 1 OR PAY-DW-DAY > 31
006210         GO TO 3150-COMPUTE-DAY-NUMBER-EXIT
006220     END-IF.
006230     MOVE 'N' TO PAY-DN-LEAP-YEAR.
006240     DIVIDE PAY-DW-YEAR BY 4 GIVING PAY-DN-QUOTIENT
006250         REMAINDER PAY-DN-REMAINDER.
006260     IF PAY-DN-REMAINDER = ZERO
006270         MOVE 'Y' TO PAY-DN-LEAP-YEAR
006280         DIVIDE PAY-DW-YEAR BY 100 GIVING PAY-DN-QUOTIENT
006290             REMAINDER PAY-DN-REMAINDER
006300         IF PAY-DN-REMAINDER = ZERO
006310             MOVE 'N' TO PAY-DN-LEAP-YEAR
006320             DIVIDE PAY-DW-YEAR BY 400 GIVING PAY-DN-QUOTIENT
006330                 REMAINDER PAY-DN-REMAINDER
006340             IF PAY-DN-REMAINDER = ZERO
006350                 MOVE 'Y' TO PAY-DN-LEAP-YEAR
006360             END-IF
006370         END-IF
006380     END-IF.
006390     COMPUTE PAY-DN-PRIOR-YEARS = PAY-DW-YEAR - 1.
006400     DIVIDE PAY-DN-PRIOR-YEARS BY 4 GIVING PAY-DN-LEAP-DAYS.
006410     DIVIDE PAY-DN-PRIOR-YEARS BY 100 GIVING PAY-DN-QUOTIENT.
006420     SUBTRACT PAY-DN-QUOTIENT FROM PAY-DN-LEAP-DAYS.
006430     DIVIDE PAY-DN-PRIOR-YEARS BY 400 GIVING PAY-DN-QUOTIENT.
006440     ADD PAY-DN-QUOTIENT TO PAY-DN-LEAP-DAYS.
006450     COMPUTE PAY-DAY-NUMBER =
006460         PAY-DN-PRIOR-YEARS * 365 + PAY-DN-LEAP-DAYS
006470         + PAY-CUM-DAYS(PAY-DW-MONTH) + PAY-DW-DAY.
006480     IF PAY-DN-LEAP-YEAR = 'Y' AND PAY-DW-MONTH > 2
006490         ADD 1 TO PAY-DAY-NUMBER
006500     END-IF.
006510 3150-COMPUTE-DAY-NUMBER-EXIT.
006520     EXIT.
006530
006540*----------------------------------------------------------------
006550* 3200-VOID-STALE-CHECK -- THE CHECK NUMBER IS LOGGED S WITH ITS
006560* ORIGINAL EMPLOYEE, AMOUNT AND ISSUE DATE, SO POSITIVE PAY TELLS
006570* THE BANK TO REFUSE IT, AND THE MONEY GOES ON THE UNCLAIMED
006580* WAGES FILE AS STILL OWED TO THE EMPLOYEE.
006590*----------------------------------------------------------------
006600 3200-VOID-STALE-CHECK.
006610     MOVE SPACES TO CHKRECORD.
006620     MOVE PAY-K-CHECK-NUMBER(PAY-CHK-SCAN-IDX) TO
006630         CHK-CHECK-NUMBER.
006640     MOVE 'S' TO CHK-STATUS.
006650     MOVE PAY-K-EMPLOYEE-NUMBER(PAY-CHK-SCAN-IDX) TO
006660         CHK-EMPLOYEE-NUMBER.
006670     MOVE PAY-K-AMOUNT(PAY-CHK-SCAN-IDX) TO CHK-AMOUNT.
006680     MOVE PAY-K-ISSUE-DATE(PAY-CHK-SCAN-IDX) TO CHK-ISSUE-DATE.
006690     WRITE CHKRECORD.
006700     IF PAY-ISSUED-STATUS NOT = '00'
006710         DISPLAY 'ERROR WRITING ISSUED-CHECK LOG - FILE '
006720             'STATUS: ' PAY-ISSUED-STATUS
006730     END-IF.
006740     MOVE SPACES TO UNCRECORD.
006750     MOVE PAY-K-CHECK-NUMBER(PAY-CHK-SCAN-IDX) TO
006760         UNC-CHECK-NUMBER.
006770     MOVE PAY-K-EMPLOYEE-NUMBER(PAY-CHK-SCAN-IDX) TO
006780         UNC-EMPLOYEE-NUMBER.
006790     MOVE PAY-K-AMOUNT(PAY-CHK-SCAN-IDX) TO UNC-AMOUNT.
006800     MOVE PAY-K-ISSUE-DATE(PAY-CHK-SCAN-IDX) TO UNC-ISSUE-DATE.
006810     MOVE PAY-RUN-DATE TO UNC-STALE-DATE.
006820     MOVE 'U' TO UNC-STATUS.
006830     MOVE ZERO TO UNC-REISSUE-CHECK-NUMBER.
006840     MOVE ZERO TO UNC-DISPOSITION-DATE.
006850     MOVE ZERO TO UNC-ESCHEAT-YEAR.
006860     WRITE UNCRECORD.
006870     IF PAY-UNC-STATUS NOT = '00'
006880         DISPLAY 'ERROR WRITING UNCLAIMED WAGES FILE - FILE '
006890             'STATUS: ' PAY-UNC-STATUS
006900     END-IF.
006910     MOVE 'S' TO PAY-K-STATUS(PAY-CHK-SCAN-IDX).
006920     ADD 1 TO PAY-STALE-COUNT.
006930     ADD PAY-K-AMOUNT(PAY-CHK-SCAN-IDX) TO PAY-STALE-TOTAL.
006940 3200-VOID-STALE-CHECK-EXIT.
006950     EXIT.
006960
006970*----------------------------------------------------------------
006980* 3300-WRITE-STALE-JOURNAL -- THE STALE-DATED CHECKS ARE NO
006990* LONGER OUTSTANDING AGAINST THE PAYROLL ACCOUNT, SO CASH COMES
007000* BACK AND THE AMOUNT IS OWED AS UNCLAIMED WAGES INSTEAD. THE
007010* TRAILER REPEATS BOTH TOTALS LIKE THE PAYROLL JOURNAL.
007020*----------------------------------------------------------------
007030 3300-WRITE-STALE-JOURNAL.
007040     OPEN OUTPUT STALE-JOURNAL-FILE.
007050     IF PAY-JOURNAL-STATUS NOT = '00'
007060         DISPLAY 'ERROR OPENING STALE-DATED JOURNAL FILE - FILE '
007070             'STATUS: ' PAY-JOURNAL-STATUS ' - POST THE VOIDS '
007080             'BY HAND.'
007090         GO TO 3300-WRITE-STALE-JOURNAL-EXIT
007100     END-IF.
007110     MOVE GL-CASH-ACCT TO JL-ACCOUNT-NUMBER.
007120     MOVE 'CASH - PAYROLL' TO JL-ACCOUNT-NAME.
007130     MOVE 'D' TO JL-DEBIT-CREDIT.
007140     MOVE PAY-STALE-TOTAL TO JL-AMOUNT.
007150     PERFORM 3310-WRITE-JOURNAL-LINE
007160         THRU 3310-WRITE-JOURNAL-LINE-EXIT.
007170     MOVE GL-UNCLAIMED-WAGES-ACCT TO JL-ACCOUNT-NUMBER.
007180     MOVE 'UNCLAIMED WAGES PAYABLE' TO JL-ACCOUNT-NAME.
007190     MOVE 'C' TO JL-DEBIT-CREDIT.
007200     MOVE PAY-STALE-TOTAL TO JL-AMOUNT.
007210     PERFORM 3310-WRITE-JOURNAL-LINE
007220         THRU 3310-WRITE-JOURNAL-LINE-EXIT.
007230     MOVE 'T' TO JL-T-RECORD-TYPE.
007240     MOVE PAY-TOTAL-DEBITS-WRITTEN TO JL-T-DEBIT-TOTAL.
007250     MOVE PAY-TOTAL-CREDITS-WRITTEN TO JL-T-CREDIT-TOTAL.
007260     IF PAY-TOTAL-DEBITS-WRITTEN = PAY-TOTAL-CREDITS-WRITTEN
007270         MOVE 'BALANCED' TO JL-T-BALANCE-FLAG
007280     ELSE
007290         MOVE 'MISMATCH' TO JL-T-BALANCE-FLAG
007300     END-IF.
007310     WRITE JOURNAL-LINE FROM JL-TRAILER-LINE.
007320     IF PAY-JOURNAL-STATUS NOT = '00'
007330         DISPLAY 'ERROR WRITING STALE-DATED JOURNAL TRAILER - '
007340             'FILE STATUS: ' PAY-JOURNAL-STATUS
007350     END-IF.
007360     CLOSE STALE-JOURNAL-FILE.
007370 3300-WRITE-STALE-JOURNAL-EXIT.
007380     EXIT.
007390
007400 3310-WRITE-JOURNAL-LINE.
007410     MOVE 'J' TO JL-RECORD-TYPE.
007420     MOVE PAY-RUN-DATE TO JL-RUN-DATE.
007430     IF JL-DEBIT-CREDIT = 'D'
007440         ADD JL-AMOUNT TO PAY-TOTAL-DEBITS-WRITTEN
007450     ELSE
007460         ADD JL-AMOUNT TO PAY-TOTAL-CREDITS-WRITTEN
007470     END-IF.
007480     WRITE JOURNAL-LINE FROM JL-DETAIL-LINE.
007490     IF PAY-JOURNAL-STATUS NOT = '00'
007500         DISPLAY 'ERROR WRITING STALE-DATED JOURNAL LINE - FILE '
007510             'STATUS: ' PAY-JOURNAL-STATUS
007520     END-IF.
007530 3310-WRITE-JOURNAL-LINE-EXIT.
007540     EXIT.
007550
007560 9000-TERMINATE-RECON.
007570     CLOSE CLEARED-FILE.
007580     CLOSE RECON-FILE.
007590     DISPLAY 'CHECK BANK RECONCILIATION'.
007600     DISPLAY '  CHECKS CLEARED . . . . . . . . . . . : '
007610         PAY-CLEARED-COUNT.
007620     DISPLAY '  CHECKS OUTSTANDING . . . . . . . . . : '
007630         PAY-OUTSTANDING-COUNT.
007640     DISPLAY '  STALE-DATED CHECKS VOIDED. . . . . . : '
007650         PAY-STALE-COUNT.
007660     DISPLAY '  STALE-DATED AMOUNT TO UNCLAIMED. . . : '
007670         PAY-STALE-TOTAL.
007680     DISPLAY '  NUMBERS VOIDED . . . . . . . . . . . : '
007690         PAY-VOIDED-COUNT.
007700     DISPLAY '  EXCEPTIONS REPORTED. . . . . . . . . : '
007710         PAY-EXCEPTION-COUNT.
007720 9000-TERMINATE-RECON-EXIT.
007730     EXIT.
007740
007750 END PROGRAM CheckRecon.
