000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PositivePay AS "PositivePay".
000120 AUTHOR. ChandlerNewmanReed.
000130 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED. 10-15-2026.
000160*================================================================
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  CNR  ORIGINAL PROGRAM - POSITIVE PAY ISSUE FILE.
000200*                  RUN AFTER EVERY CheckPrint.cbl RUN (CHECKS
000210*                  PRINTED AND FORMS VOIDED ALIKE). SENDS THE
000220*                  BANK EVERY ISSUED-CHECK LOG (checkissued.txt /
000230*                  CHKREC) RECORD NOT YET SENT -- CHECK NUMBER,
000240*                  AMOUNT, ISSUE DATE, PAYEE NAME FROM THE
000250*                  MASTER AND AN ISSUE/VOID INDICATOR -- WITH A
000260*                  TRAILER COUNT AND DOLLAR TOTAL
000270*                  (positivepay.txt), SO THE BANK CAN REJECT AN
000280*                  ALTERED OR COUNTERFEIT CHECK BEFORE PAYING
000290*                  IT. THE POSITIVE PAY CONTROL FILE
000300*                  (positivepayctl.txt) HOLDS HOW MANY LOG
000310*                  RECORDS HAVE GONE TO THE BANK, SO NO CHECK IS
000320*                  EVER SENT TWICE OR SKIPPED.
000330* 10-15-2026  CNR  A CHECK VOIDED AS STALE-DATED BY CheckRecon.cbl
000340*                  (LOGGED S) GOES TO THE BANK AS A VOID, SO IT
000350*                  IS REFUSED IF IT IS PRESENTED LATE. SOURCE
000360*                  RESEQUENCED.
000370*================================================================
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ISSUED-FILE ASSIGN TO 'checkissued.txt'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS PAY-ISSUED-STATUS.
000450     SELECT PAYROLL-FILE ASSIGN TO 'paymaster.dat'
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS OUT-EMPLOYEE-NUMBER
000490         FILE STATUS IS PAY-FILE-STATUS.
000500     SELECT CONTROL-FILE ASSIGN TO 'positivepayctl.txt'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS PAY-CONTROL-STATUS.
000530     SELECT POSITIVE-PAY-FILE ASSIGN TO 'positivepay.txt'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PAY-PP-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  ISSUED-FILE.
000600     COPY CHKREC.
000610
000620 FD  PAYROLL-FILE.
000630     COPY PAYRECOUT.
000640
000650*----------------------------------------------------------------
000660* CONTROL-FILE -- ONE RECORD: THE NUMBER OF ISSUED-CHECK LOG
000670* RECORDS ALREADY SENT TO THE BANK, THE LAST FILE SEQUENCE
000680* NUMBER, AND THE DATE AND LAST CHECK NUMBER OF THAT FILE.
000690* REWRITTEN ONLY AFTER A FILE HAS BEEN WRITTEN CLEANLY. THE LOG
000700* IS APPEND-ONLY, SO THE RECORDS PAST THE COUNT ARE EXACTLY THE
000710* ONES THE BANK HAS NOT SEEN.
000720*----------------------------------------------------------------
000730 FD  CONTROL-FILE.
000740 01  CONTROL-RECORD.
000750     10  PPC-RECORDS-SENT      PIC 9(7).
000760     10  FILLER                PIC X(1).
000770     10  PPC-FILE-SEQUENCE     PIC 9(4).
000780     10  FILLER                PIC X(1).
000790     10  PPC-LAST-RUN-DATE     PIC 9(8).
000800     10  FILLER                PIC X(1).
000810     10  PPC-LAST-CHECK-NUMBER PIC 9(6).
000820
000830 FD  POSITIVE-PAY-FILE.
000840 01  POSITIVE-PAY-LINE         PIC X(80).
000850
000860 WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------
000880* RUN CONTROL FIELDS
000890*----------------------------------------------------------------
000900 01  PAY-END-OF-ISSUED         PIC X(1) VALUE 'N'.
000910     88  PAY-NO-MORE-ISSUED    VALUE 'Y'.
000920 01  PAY-ISSUED-STATUS         PIC X(2).
000930 01  PAY-FILE-STATUS           PIC X(2).
000940 01  PAY-CONTROL-STATUS        PIC X(2).
000950 01  PAY-PP-STATUS             PIC X(2).
000960 01  PAY-RUN-DATE              PIC 9(8) VALUE ZERO.
000970 01  PAY-MASTER-FOUND          PIC X(1) VALUE 'N'.
000980 01  PAY-PP-FILE-OPEN          PIC X(1) VALUE 'N'.
000990 01  PAY-PP-WRITE-ERROR        PIC X(1) VALUE 'N'.
001000 01  PAY-LOG-RECORDS-READ      PIC 9(7) COMP VALUE ZERO.
001010 01  PAY-RECORDS-SENT          PIC 9(7) VALUE ZERO.
001020 01  PAY-FILE-SEQUENCE         PIC 9(4) VALUE ZERO.
001030 01  PAY-LAST-CHECK-NUMBER     PIC 9(6) VALUE ZERO.
001040 01  PAY-ISSUE-COUNT           PIC 9(7) COMP VALUE ZERO.
001050 01  PAY-VOID-COUNT            PIC 9(7) COMP VALUE ZERO.
001060 01  PAY-NAME-MISSING-COUNT    PIC 9(7) COMP VALUE ZERO.
001070 01  PAY-ISSUE-TOTAL           PIC 9(11)V99 VALUE ZERO.
001080 01  PAY-VOID-TOTAL            PIC 9(11)V99 VALUE ZERO.
001090
001100*----------------------------------------------------------------
001110* POSITIVE PAY CONSTANTS -- THE PAYROLL DISBURSEMENT ACCOUNT THE
001120* CHECKS ARE DRAWN ON, AT THE SAME BANK THAT RECEIVES THE
001130* DIRECT DEPOSIT FILE.
001140*----------------------------------------------------------------
001150 77  PP-BANK-ROUTING-NUMBER    PIC 9(9) VALUE 061000052.
001160 77  PP-ACCOUNT-NUMBER         PIC X(17) VALUE '4471902635'.
001170
001180*----------------------------------------------------------------
001190* POSITIVE PAY RECORD LAYOUTS -- 80 BYTES EACH, WRITTEN IN THE
001200* ORDER HEADER (H), ONE DETAIL (D) PER CHECK NUMBER, TRAILER
001210* (T). THE DETAIL INDICATOR IS I FOR AN ISSUED CHECK AND V FOR
001220* A VOID; THE TRAILER COUNTS AND TOTALS EVERY DETAIL.
001230*----------------------------------------------------------------
001240 01  PP-HEADER-RECORD.
001250     10  FILLER                PIC X(1) VALUE 'H'.
001260     10  PP-H-ROUTING-NUMBER   PIC 9(9).
001270     10  PP-H-ACCOUNT-NUMBER   PIC X(17).
001280     10  PP-H-CREATION-DATE    PIC 9(8).
001290     10  PP-H-FILE-SEQUENCE    PIC 9(4).
001300     10  FILLER                PIC X(41) VALUE SPACES.
001310
001320 01  PP-DETAIL-RECORD.
001330     10  FILLER                PIC X(1) VALUE 'D'.
001340     10  PP-D-ACCOUNT-NUMBER   PIC X(17).
001350     10  PP-D-CHECK-NUMBER     PIC 9(10).
001360     10  PP-D-INDICATOR        PIC X(1).
001370     10  PP-D-AMOUNT           PIC 9(10)V99.
001380     10  PP-D-ISSUE-DATE       PIC 9(8).
001390     10  PP-D-PAYEE-NAME.
001400         15  PP-D-PAYEE-INITIAL PIC X(1).
001410         15  FILLER            PIC X(1) VALUE SPACE.
001420         15  PP-D-PAYEE-LASTNAME PIC X(15).
001430         15  FILLER            PIC X(13) VALUE SPACES.
001440
001450 01  PP-TRAILER-RECORD.
001460     10  FILLER                PIC X(1) VALUE 'T'.
001470     10  PP-T-ACCOUNT-NUMBER   PIC X(17).
001480     10  PP-T-RECORD-COUNT     PIC 9(7).
001490     10  PP-T-TOTAL-AMOUNT     PIC 9(11)V99.
001500     10  FILLER                PIC X(42) VALUE SPACES.
001510
001520 PROCEDURE DIVISION.
001530
001540 0000-MAIN-PROCEDURE.
001550     PERFORM 1000-INITIALIZE-POSITIVE-PAY
001560         THRU 1000-INITIALIZE-POSITIVE-PAY-EXIT.
001570     PERFORM 2000-SEND-ONE-LOG-RECORD
001580         THRU 2000-SEND-ONE-LOG-RECORD-EXIT
001590         UNTIL PAY-NO-MORE-ISSUED.
001600     PERFORM 9000-TERMINATE-POSITIVE-PAY
001610         THRU 9000-TERMINATE-POSITIVE-PAY-EXIT.
001620     STOP RUN.
001630
001640*----------------------------------------------------------------
001650* 1000-INITIALIZE-POSITIVE-PAY -- THE ISSUED-CHECK LOG AND THE
001660* MASTER ARE REQUIRED. A MISSING CONTROL FILE IS A FIRST RUN
001670* EVER AND THE WHOLE LOG GOES TO THE BANK. THE RECORDS ALREADY
001680* SENT ARE READ PAST; A LOG SHORTER THAN THE SENT COUNT HAS BEEN
001690* REPLACED OR CUT BACK, AND NOTHING IS SENT UNTIL THAT IS
001700* RESOLVED.
001710*----------------------------------------------------------------
001720 1000-INITIALIZE-POSITIVE-PAY.
001730     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
001740     OPEN INPUT ISSUED-FILE.
001750     IF PAY-ISSUED-STATUS NOT = '00'
001760         DISPLAY 'NO ISSUED-CHECK LOG FOUND - RUN CheckPrint '
001770             'FIRST - RUN TERMINATED.'
001780         STOP RUN
001790     END-IF.
001800     OPEN INPUT PAYROLL-FILE.
001810     IF PAY-FILE-STATUS NOT = '00'
001820         DISPLAY 'ERROR OPENING PAYROLL MASTER - FILE STATUS: '
001830             PAY-FILE-STATUS ' - RUN TERMINATED.'
001840         CLOSE ISSUED-FILE
001850         STOP RUN
001860     END-IF.
001870     OPEN INPUT CONTROL-FILE.
001880     IF PAY-CONTROL-STATUS = '00'
001890         READ CONTROL-FILE
001900             AT END
001910                 MOVE ZERO TO PPC-RECORDS-SENT
001920                 MOVE ZERO TO PPC-FILE-SEQUENCE
001930                 MOVE ZERO TO PPC-LAST-CHECK-NUMBER
001940         END-READ
001950         IF PPC-RECORDS-SENT NUMERIC
001960             MOVE PPC-RECORDS-SENT TO PAY-RECORDS-SENT
001970         END-IF
001980         IF PPC-FILE-SEQUENCE NUMERIC
001990             MOVE PPC-FILE-SEQUENCE TO PAY-FILE-SEQUENCE
002000         END-IF
002010         IF PPC-LAST-CHECK-NUMBER NUMERIC
002020             MOVE PPC-LAST-CHECK-NUMBER TO PAY-LAST-CHECK-NUMBER
002030         END-IF
002040         CLOSE CONTROL-FILE
002050     ELSE
002060         CLOSE CONTROL-FILE
002070         DISPLAY 'NO POSITIVE PAY CONTROL FILE FOUND - THE '
002080             'WHOLE ISSUED-CHECK LOG WILL BE SENT.'
002090     END-IF.
002100     PERFORM 2100-READ-ISSUED-LOG
002110         THRU 2100-READ-ISSUED-LOG-EXIT.
002120     PERFORM 2100-READ-ISSUED-LOG
002130         THRU 2100-READ-ISSUED-LOG-EXIT
002140         UNTIL PAY-NO-MORE-ISSUED
002150         OR PAY-LOG-RECORDS-READ > PAY-RECORDS-SENT.
002160     IF PAY-LOG-RECORDS-READ < PAY-RECORDS-SENT
002170         DISPLAY 'ISSUED-CHECK LOG HOLDS ' PAY-LOG-RECORDS-READ
002180             ' RECORDS BUT ' PAY-RECORDS-SENT ' WERE ALREADY '
002190             'SENT - LOG REPLACED OR CUT BACK - RUN TERMINATED.'
002200         CLOSE ISSUED-FILE
002210         CLOSE PAYROLL-FILE
002220         STOP RUN
002230     END-IF.
002240 1000-INITIALIZE-POSITIVE-PAY-EXIT.
002250     EXIT.
002260
002270*----------------------------------------------------------------
002280* 2000-SEND-ONE-LOG-RECORD -- ONE UNSENT LOG RECORD BECOMES ONE
002290* DETAIL ON THE BANK FILE. THE FILE AND ITS HEADER ARE STARTED
002300* WITH THE FIRST DETAIL, SO A RUN WITH NOTHING NEW SENDS
002310* NOTHING.
002320*----------------------------------------------------------------
002330 2000-SEND-ONE-LOG-RECORD.
002340     IF PAY-PP-FILE-OPEN = 'N'
002350         PERFORM 2200-START-POSITIVE-PAY-FILE
002360             THRU 2200-START-POSITIVE-PAY-FILE-EXIT
002370     END-IF.
002380     MOVE PP-ACCOUNT-NUMBER TO PP-D-ACCOUNT-NUMBER.
002390     MOVE CHK-CHECK-NUMBER TO PP-D-CHECK-NUMBER.
002400     MOVE CHK-AMOUNT TO PP-D-AMOUNT.
002410     MOVE CHK-ISSUE-DATE TO PP-D-ISSUE-DATE.
002420     MOVE SPACES TO PP-D-PAYEE-INITIAL.
002430     MOVE SPACES TO PP-D-PAYEE-LASTNAME.
002440     IF CHK-VOIDED OR CHK-STALE-VOIDED
002450         MOVE 'V' TO PP-D-INDICATOR
002460         ADD 1 TO PAY-VOID-COUNT
002470         ADD CHK-AMOUNT TO PAY-VOID-TOTAL
002480     ELSE
002490         MOVE 'I' TO PP-D-INDICATOR
002500         ADD 1 TO PAY-ISSUE-COUNT
002510         ADD CHK-AMOUNT TO PAY-ISSUE-TOTAL
002520     END-IF.
002530     IF CHK-EMPLOYEE-NUMBER NUMERIC
002540         AND CHK-EMPLOYEE-NUMBER NOT = ZERO
002550         PERFORM 2300-READ-PAYEE-NAME
002560             THRU 2300-READ-PAYEE-NAME-EXIT
002570     END-IF.
002580     WRITE POSITIVE-PAY-LINE FROM PP-DETAIL-RECORD.
002590     IF PAY-PP-STATUS NOT = '00'
002600         DISPLAY 'ERROR WRITING POSITIVE PAY FILE - FILE '
002610             'STATUS: ' PAY-PP-STATUS
002620         MOVE 'Y' TO PAY-PP-WRITE-ERROR
002630     END-IF.
002640     MOVE CHK-CHECK-NUMBER TO PAY-LAST-CHECK-NUMBER.
002650     PERFORM 2100-READ-ISSUED-LOG
002660         THRU 2100-READ-ISSUED-LOG-EXIT.
002670 2000-SEND-ONE-LOG-RECORD-EXIT.
002680     EXIT.
002690
002700 2100-READ-ISSUED-LOG.
002710     READ ISSUED-FILE
002720         AT END
002730             MOVE 'Y' TO PAY-END-OF-ISSUED
002740         NOT AT END
002750             ADD 1 TO PAY-LOG-RECORDS-READ
002760     END-READ.
002770 2100-READ-ISSUED-LOG-EXIT.
002780     EXIT.
002790
002800 2200-START-POSITIVE-PAY-FILE.
002810     OPEN OUTPUT POSITIVE-PAY-FILE.
002820     IF PAY-PP-STATUS NOT = '00'
002830         DISPLAY 'ERROR OPENING POSITIVE PAY FILE - FILE '
002840             'STATUS: ' PAY-PP-STATUS ' - RUN TERMINATED.'
002850         CLOSE ISSUED-FILE
002860         CLOSE PAYROLL-FILE
002870         STOP RUN
002880     END-IF.
002890     MOVE 'Y' TO PAY-PP-FILE-OPEN.
002900     ADD 1 TO PAY-FILE-SEQUENCE.
002910     MOVE PP-BANK-ROUTING-NUMBER TO PP-H-ROUTING-NUMBER.
002920     MOVE PP-ACCOUNT-NUMBER TO PP-H-ACCOUNT-NUMBER.
002930     MOVE PAY-RUN-DATE TO PP-H-CREATION-DATE.
002940     MOVE PAY-FILE-SEQUENCE TO PP-H-FILE-SEQUENCE.
002950     WRITE POSITIVE-PAY-LINE FROM PP-HEADER-RECORD.
002960     IF PAY-PP-STATUS NOT = '00'
002970         DISPLAY 'ERROR WRITING POSITIVE PAY FILE - FILE '
002980             'STATUS: ' PAY-PP-STATUS
002990         MOVE 'Y' TO PAY-PP-WRITE-ERROR
003000     END-IF.
003010 2200-START-POSITIVE-PAY-FILE-EXIT.
003020     EXIT.
003030
003040*----------------------------------------------------------------
003050* 2300-READ-PAYEE-NAME -- THE LOG CARRIES ONLY THE EMPLOYEE
003060* NUMBER; THE PAYEE NAME PRINTED ON THE CHECK COMES FROM THE
003070* MASTER. A SPOILED FORM HAS NO EMPLOYEE AND GOES WITH NO NAME.
003080*----------------------------------------------------------------
003090 2300-READ-PAYEE-NAME.
003100     MOVE 'N' TO PAY-MASTER-FOUND.
003110     MOVE CHK-EMPLOYEE-NUMBER TO OUT-EMPLOYEE-NUMBER.
003120     READ PAYROLL-FILE KEY IS OUT-EMPLOYEE-NUMBER
003130         INVALID KEY
003140             CONTINUE
003150         NOT INVALID KEY
003160             MOVE 'Y' TO PAY-MASTER-FOUND
003170     END-READ.
003180     IF PAY-MASTER-FOUND = 'Y'
003190         MOVE OUT-EMPLOYEE-INITIAL TO PP-D-PAYEE-INITIAL
003200         MOVE OUT-EMPLOYEE-LASTNAME TO PP-D-PAYEE-LASTNAME
003210     ELSE
003220         DISPLAY 'CHECK ' CHK-CHECK-NUMBER ' EMPLOYEE '
003230             CHK-EMPLOYEE-NUMBER ' NOT ON MASTER - SENT WITH '
003240             'NO PAYEE NAME.'
003250         ADD 1 TO PAY-NAME-MISSING-COUNT
003260     END-IF.
003270 2300-READ-PAYEE-NAME-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------------
003310* 9000-TERMINATE-POSITIVE-PAY -- TRAILER, THEN THE CONTROL
003320* FILE. THE SENT COUNT MOVES FORWARD ONLY WHEN THE WHOLE FILE
003330* WROTE CLEANLY; AFTER A WRITE ERROR THE SAME RECORDS ARE SENT
003340* AGAIN ON THE RERUN.
003350*----------------------------------------------------------------
003360 9000-TERMINATE-POSITIVE-PAY.
003370     CLOSE ISSUED-FILE.
003380     CLOSE PAYROLL-FILE.
003390     IF PAY-PP-FILE-OPEN = 'N'
003400         DISPLAY 'NO NEW ISSUED OR VOIDED CHECKS SINCE FILE '
003410             PAY-FILE-SEQUENCE ' - NO POSITIVE PAY FILE SENT.'
003420         GO TO 9000-TERMINATE-POSITIVE-PAY-EXIT
003430     END-IF.
003440     MOVE PP-ACCOUNT-NUMBER TO PP-T-ACCOUNT-NUMBER.
003450     COMPUTE PP-T-RECORD-COUNT =
003460         PAY-ISSUE-COUNT + PAY-VOID-COUNT.
003470     COMPUTE PP-T-TOTAL-AMOUNT =
003480         PAY-ISSUE-TOTAL + PAY-VOID-TOTAL.
003490     WRITE POSITIVE-PAY-LINE FROM PP-TRAILER-RECORD.
003500     IF PAY-PP-STATUS NOT = '00'
003510         DISPLAY 'ERROR WRITING POSITIVE PAY FILE - FILE '
003520             'STATUS: ' PAY-PP-STATUS
003530         MOVE 'Y' TO PAY-PP-WRITE-ERROR
003540     END-IF.
003550     CLOSE POSITIVE-PAY-FILE.
003560     IF PAY-PP-WRITE-ERROR = 'Y'
003570         DISPLAY 'POSITIVE PAY FILE INCOMPLETE - CONTROL FILE '
003580             'NOT ADVANCED - DO NOT SEND - RERUN.'
003590         GO TO 9000-TERMINATE-POSITIVE-PAY-EXIT
003600     END-IF.
003610     OPEN OUTPUT CONTROL-FILE.
003620     IF PAY-CONTROL-STATUS NOT = '00'
003630         DISPLAY 'ERROR REWRITING POSITIVE PAY CONTROL FILE - '
003640             'FILE STATUS: ' PAY-CONTROL-STATUS
003650             ' - DO NOT SEND - RERUN.'
003660         GO TO 9000-TERMINATE-POSITIVE-PAY-EXIT
003670     END-IF.
003680     MOVE SPACES TO CONTROL-RECORD.
003690     MOVE PAY-LOG-RECORDS-READ TO PPC-RECORDS-SENT.
003700     MOVE PAY-FILE-SEQUENCE TO PPC-FILE-SEQUENCE.
003710     MOVE PAY-RUN-DATE TO PPC-LAST-RUN-DATE.
003720     MOVE PAY-LAST-CHECK-NUMBER TO PPC-LAST-CHECK-NUMBER.
003730     WRITE CONTROL-RECORD.
003740     IF PAY-CONTROL-STATUS NOT = '00'
003750         DISPLAY 'ERROR WRITING POSITIVE PAY CONTROL RECORD - '
003760             'FILE STATUS: ' PAY-CONTROL-STATUS
003770             ' - DO NOT SEND - RERUN.'
003780     END-IF.
003790     CLOSE CONTROL-FILE.
003800     DISPLAY 'POSITIVE PAY RECONCILIATION'.
003810     DISPLAY '  FILE SEQUENCE NUMBER . . . . . . . . : '
003820         PAY-FILE-SEQUENCE.
003830     DISPLAY '  CHECKS ISSUED SENT . . . . . . . . . : '
003840         PAY-ISSUE-COUNT.
003850     DISPLAY '  TOTAL AMOUNT ISSUED. . . . . . . . . : '
003860         PAY-ISSUE-TOTAL.
003870     DISPLAY '  VOIDS SENT . . . . . . . . . . . . . : '
003880         PAY-VOID-COUNT.
003890     DISPLAY '  TOTAL AMOUNT VOIDED. . . . . . . . . : '
003900         PAY-VOID-TOTAL.
003910     DISPLAY '  SENT WITH NO PAYEE NAME. . . . . . . : '
003920         PAY-NAME-MISSING-COUNT.
003930     DISPLAY '  LOG RECORDS SENT TO DATE . . . . . . : '
003940         PAY-LOG-RECORDS-READ.
003950 9000-TERMINATE-POSITIVE-PAY-EXIT.
003960     EXIT.
003970
003980 END PROGRAM PositivePay.
