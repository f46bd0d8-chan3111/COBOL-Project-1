000280*                  RECONCILIATION. SPOILED FORMS ARE VOIDED AT
000290*                  THE START OF THE RUN AND THEIR NUMBERS ARE
000300*                  NEVER ASSIGNED. THE TYPEWRITER IS RETIRED.
000310* 10-15-2026  CNR  CLOSING MESSAGE NOW REMINDS THE OPERATOR TO
000320*                  RUN PositivePay.cbl SO THE BANK HEARS OF EVERY
000330*                  CHECK ISSUED OR VOIDED BEFORE IT IS PRESENTED.
000340*                  SOURCE RESEQUENCED.
000350*================================================================
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CHECK-FILE ASSIGN TO 'paperchecks.txt'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS PAY-CHECK-STATUS.
000430     SELECT CONTROL-FILE ASSIGN TO 'checkcontrol.txt'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS PAY-CONTROL-STATUS.
000460     SELECT ISSUED-FILE ASSIGN TO 'checkissued.txt'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS PAY-ISSUED-STATUS.
000490     SELECT PRINT-FILE ASSIGN TO 'checkprint.txt'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS PAY-PRINT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CHECK-FILE.
000560 01  CHECK-LINE                PIC X(80).
000570
000580*----------------------------------------------------------------
000590* CONTROL-FILE -- ONE RECORD: THE NEXT CHECK NUMBER TO ASSIGN.
000600* REWRITTEN AT NORMAL TERMINATION.
000610*----------------------------------------------------------------
000620 FD  CONTROL-FILE.
000630 01  CONTROL-RECORD.
000640     10  CTL-NEXT-CHECK-NUMBER PIC 9(6).
000650
000660 FD  ISSUED-FILE.
000670     COPY CHKREC.
000680
000690 FD  PRINT-FILE.
000700 01  PRINT-LINE                PIC X(80).
000710
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------
000740* RUN CONTROL FIELDS
000750*----------------------------------------------------------------
000760 01  PAY-END-OF-CHECKS         PIC X(1) VALUE 'N'.
000770     88  PAY-NO-MORE-CHECKS    VALUE 'Y'.
000780 01  PAY-CHECK-STATUS          PIC X(2).
000790 01  PAY-CONTROL-STATUS        PIC X(2).
000800 01  PAY-ISSUED-STATUS         PIC X(2).
000810 01  PAY-PRINT-STATUS          PIC X(2).
000820 01  PAY-RUN-DATE              PIC 9(8) VALUE ZERO.
000830 01  PAY-NEXT-CHECK-NUMBER     PIC 9(6) VALUE ZERO.
000840 01  PAY-CHECKS-PRINTED        PIC 9(7) COMP VALUE ZERO.
000850 01  PAY-CHECKS-VOIDED         PIC 9(7) COMP VALUE ZERO.
000860 01  PAY-TOTAL-PRINTED         PIC 9(11)V99 VALUE ZERO.
000870 01  PAY-VOID-RESPONSE         PIC A(1) VALUE SPACE.
000880 01  PAY-VOID-NUMBER           PIC 9(6) VALUE ZERO.
000890
000900*----------------------------------------------------------------
000910* MIRROR OF THE PAPER-CHECK REGISTER DETAIL LINE (CK-DETAIL-LINE
000920* IN DirectDeposit.cbl). ONLY LINES WHOSE EMPLOYEE NUMBER AND
000930* UNEDITED NET ARE NUMERIC ARE CHECKS -- THE PRINTED FOOTER AND
000940* THE TYPE-C CONTROL RECORD FALL THROUGH THE TESTS.
000950*----------------------------------------------------------------
000960 01  CP-REGISTER-MIRROR.
000970     05  CP-EMPLOYEE-NUMBER    PIC 9(9).
000980     05  FILLER                PIC X(3).
000990     05  CP-EMPLOYEE-INITIAL   PIC A(1).
001000     05  FILLER                PIC X(1).
001010     05  CP-EMPLOYEE-LASTNAME  PIC A(15).
001020     05  FILLER                PIC X(3).
001030     05  CP-NET-PAY-EDITED     PIC X(14).
001040     05  FILLER                PIC X(3).
001050     05  CP-RUN-DATE           PIC 9(8).
001060     05  FILLER                PIC X(1).
001070     05  CP-NET-PAY            PIC 9(9)V99.
001080
001090*----------------------------------------------------------------
001100* CHECK FACE AND STUB LINE LAYOUTS -- CONTINUOUS FORMS, ONE
001110* CHECK PER PAGE.
001120*----------------------------------------------------------------
001130 01  CF-BANNER-LINE.
001140     10  FILLER                PIC X(25) VALUE
001150         'CORPORATE PAYROLL SYSTEMS'.
001160     10  FILLER                PIC X(11) VALUE SPACES.
001170     10  FILLER                PIC X(10) VALUE 'CHECK NO. '.
001180     10  CF-CHECK-NUMBER       PIC 9(6).
001190
001200 01  CF-DATE-LINE.
001210     10  FILLER                PIC X(6) VALUE 'DATE: '.
001220     10  CF-CHECK-DATE         PIC 9(8).
001230
001240 01  CF-PAYEE-LINE.
001250     10  FILLER                PIC X(20) VALUE
001260         'PAY TO THE ORDER OF '.
001270     10  CF-PAYEE-INITIAL      PIC A(1).
001280     10  FILLER                PIC X(1) VALUE SPACE.
001290     10  CF-PAYEE-LASTNAME     PIC A(15).
001300
001310 01  CF-AMOUNT-LINE.
001320     10  FILLER                PIC X(12) VALUE 'THE SUM OF $'.
001330     10  CF-CHECK-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
001340
001350 01  CF-STUB-HEADING-LINE.
001360     10  FILLER                PIC X(29) VALUE
001370         '---------- STUB ----------'.
001380
001390 01  CF-STUB-DETAIL-LINE.
001400     10  FILLER                PIC X(10) VALUE 'EMPLOYEE: '.
001410     10  CF-STUB-EMPLOYEE      PIC 9(9).
001420     10  FILLER                PIC X(12) VALUE '  CHECK NO. '.
001430     10  CF-STUB-CHECK-NUMBER  PIC 9(6).
001440     10  FILLER                PIC X(9) VALUE '  NET PAY'.
001450     10  FILLER                PIC X(2) VALUE SPACES.
001460     10  CF-STUB-NET-PAY       PIC ZZZ,ZZZ,ZZ9.99.
001470
001480 01  CF-BLANK-LINE             PIC X(80) VALUE SPACES.
001490
001500 PROCEDURE DIVISION.
001510
001520 0000-MAIN-PROCEDURE.
001530     PERFORM 1000-INITIALIZE-CHECK-PRINT
001540         THRU 1000-INITIALIZE-CHECK-PRINT-EXIT.
001550     PERFORM 1500-VOID-SPOILED-FORMS
001560         THRU 1500-VOID-SPOILED-FORMS-EXIT.
001570     PERFORM 2000-PRINT-ONE-CHECK
001580         THRU 2000-PRINT-ONE-CHECK-EXIT
001590         UNTIL PAY-NO-MORE-CHECKS.
001600     PERFORM 9000-TERMINATE-CHECK-PRINT
001610         THRU 9000-TERMINATE-CHECK-PRINT-EXIT.
001620     STOP RUN.
001630
001640*----------------------------------------------------------------
001650* 1000-INITIALIZE-CHECK-PRINT -- THE PAPER-CHECK REGISTER IS
001660* REQUIRED. A MISSING CHECK-NUMBER CONTROL FILE IS A FIRST RUN
001670* EVER AND THE OPERATOR SUPPLIES THE FIRST NUMBER ON THE FORMS.
001680*----------------------------------------------------------------
001690 1000-INITIALIZE-CHECK-PRINT.
001700     ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD.
001710     OPEN INPUT CHECK-FILE.
001720     IF PAY-CHECK-STATUS NOT = '00'
001730         DISPLAY 'NO PAPER-CHECK REGISTER FOUND - RUN THE '
001740             'DEPOSIT EXTRACT FIRST - RUN TERMINATED.'
001750         STOP RUN
001760     END-IF.
001770     OPEN INPUT CONTROL-FILE.
001780     IF PAY-CONTROL-STATUS = '00'
001790         READ CONTROL-FILE
001800             AT END
001810                 MOVE ZERO TO CTL-NEXT-CHECK-NUMBER
001820         END-READ
001830         MOVE CTL-NEXT-CHECK-NUMBER TO PAY-NEXT-CHECK-NUMBER
001840         CLOSE CONTROL-FILE
001850     ELSE
001860         CLOSE CONTROL-FILE
001870     END-IF.
001880     IF PAY-NEXT-CHECK-NUMBER = ZERO
001890         DISPLAY 'NO CHECK-NUMBER CONTROL FILE FOUND - ENTER '
001900             'THE FIRST CHECK NUMBER ON THE FORMS:'
001910         ACCEPT PAY-NEXT-CHECK-NUMBER
001920         IF PAY-NEXT-CHECK-NUMBER NOT NUMERIC
001930             OR PAY-NEXT-CHECK-NUMBER = ZERO
001940             DISPLAY 'CHECK NUMBER MUST BE A NON-ZERO NUMBER - '
001950                 'RUN TERMINATED.'
001960             STOP RUN
001970         END-IF
001980     END-IF.
001990     OPEN EXTEND ISSUED-FILE.
002000     IF PAY-ISSUED-STATUS NOT = '00'
002010         OPEN OUTPUT ISSUED-FILE
002020     END-IF.
002030     IF PAY-ISSUED-STATUS NOT = '00'
002040         DISPLAY 'ERROR OPENING ISSUED-CHECK LOG - FILE '
002050             'STATUS: ' PAY-ISSUED-STATUS ' - RUN TERMINATED.'
002060         STOP RUN
002070     END-IF.
002080     OPEN OUTPUT PRINT-FILE.
002090     PERFORM 2100-READ-CHECK-REGISTER
002100         THRU 2100-READ-CHECK-REGISTER-EXIT.
002110 1000-INITIALIZE-CHECK-PRINT-EXIT.
002120     EXIT.
002130
002140*----------------------------------------------------------------
002150* 1500-VOID-SPOILED-FORMS -- SPOILED OR JAMMED FORMS ARE VOIDED
002160* UP FRONT: THE NUMBER IS LOGGED V AND, IF IT IS AT OR PAST THE
002170* NEXT NUMBER, THE NEXT NUMBER MOVES PAST IT SO IT IS NEVER
002180* ASSIGNED.
002190*----------------------------------------------------------------
002200 1500-VOID-SPOILED-FORMS.
002210     DISPLAY 'ANY SPOILED CHECK FORMS TO VOID? Y or N'.
002220     ACCEPT PAY-VOID-RESPONSE.
002230     PERFORM 1510-VOID-ONE-FORM
002240         THRU 1510-VOID-ONE-FORM-EXIT
002250         UNTIL PAY-VOID-RESPONSE NOT = 'Y'.
002260 1500-VOID-SPOILED-FORMS-EXIT.
002270     EXIT.
002280
002290 1510-VOID-ONE-FORM.
002300     DISPLAY 'ENTER THE CHECK NUMBER TO VOID:'.
002310     ACCEPT PAY-VOID-NUMBER.
002320     IF PAY-VOID-NUMBER NOT NUMERIC
002330         OR PAY-VOID-NUMBER = ZERO
002340         DISPLAY 'CHECK NUMBER MUST BE A NON-ZERO NUMBER - '
002350             'NOT VOIDED.'
002360     ELSE
002370         MOVE SPACES TO CHKRECORD
002380         MOVE PAY-VOID-NUMBER TO CHK-CHECK-NUMBER
002390         MOVE 'V' TO CHK-STATUS
002400         MOVE ZERO TO CHK-EMPLOYEE-NUMBER
002410         MOVE ZERO TO CHK-AMOUNT
002420         MOVE PAY-RUN-DATE TO CHK-ISSUE-DATE
002430         WRITE CHKRECORD
002440         IF PAY-ISSUED-STATUS NOT = '00'
002450             DISPLAY 'ERROR WRITING ISSUED-CHECK LOG - FILE '
002460                 'STATUS: ' PAY-ISSUED-STATUS
002470         END-IF
002480         ADD 1 TO PAY-CHECKS-VOIDED
002490         IF PAY-VOID-NUMBER >= PAY-NEXT-CHECK-NUMBER
002500             COMPUTE PAY-NEXT-CHECK-NUMBER =
002510                 PAY-VOID-NUMBER + 1
002520             DISPLAY 'NEXT CHECK NUMBER MOVED TO '
002530                 PAY-NEXT-CHECK-NUMBER '.'
002540         END-IF
002550     END-IF.
002560     DISPLAY 'ANY MORE SPOILED FORMS TO VOID? Y or N'.
002570     ACCEPT PAY-VOID-RESPONSE.
002580 1510-VOID-ONE-FORM-EXIT.
002590     EXIT.
002600
002610*----------------------------------------------------------------
002620* 2000-PRINT-ONE-CHECK -- ONE REGISTER DETAIL LINE BECOMES ONE
002630* NUMBERED CHECK FACE AND STUB. FOOTER AND CONTROL LINES ON THE
002640* REGISTER FALL THROUGH THE NUMERIC TESTS AND ARE SKIPPED.
002650*----------------------------------------------------------------
002660 2000-PRINT-ONE-CHECK.
002670     MOVE CHECK-LINE TO CP-REGISTER-MIRROR.
002680     IF CP-EMPLOYEE-NUMBER NOT NUMERIC
002690         OR CP-NET-PAY NOT NUMERIC
002700         GO TO 2000-PRINT-NEXT-CHECK
002710     END-IF.
002720     PERFORM 2300-WRITE-CHECK-PAGE
002730         THRU 2300-WRITE-CHECK-PAGE-EXIT.
002740     MOVE SPACES TO CHKRECORD.
002750     MOVE PAY-NEXT-CHECK-NUMBER TO CHK-CHECK-NUMBER.
002760     MOVE 'I' TO CHK-STATUS.
002770     MOVE CP-EMPLOYEE-NUMBER TO CHK-EMPLOYEE-NUMBER.
002780     MOVE CP-NET-PAY TO CHK-AMOUNT.
002790     MOVE PAY-RUN-DATE TO CHK-ISSUE-DATE.
002800     WRITE CHKRECORD.
002810     IF PAY-ISSUED-STATUS NOT = '00'
002820         DISPLAY 'ERROR WRITING ISSUED-CHECK LOG - FILE '
002830             'STATUS: ' PAY-ISSUED-STATUS
002840     END-IF.
002850     ADD 1 TO PAY-CHECKS-PRINTED.
002860     ADD CP-NET-PAY TO PAY-TOTAL-PRINTED.
002870     ADD 1 TO PAY-NEXT-CHECK-NUMBER.
002880 2000-PRINT-NEXT-CHECK.
002890     PERFORM 2100-READ-CHECK-REGISTER
002900         THRU 2100-READ-CHECK-REGISTER-EXIT.
002910 2000-PRINT-ONE-CHECK-EXIT.
002920     EXIT.
002930
002940 2100-READ-CHECK-REGISTER.
002950     READ CHECK-FILE
002960         AT END
002970             MOVE 'Y' TO PAY-END-OF-CHECKS
002980     END-READ.
002990 2100-READ-CHECK-REGISTER-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------------
003030* 2300-WRITE-CHECK-PAGE -- THE CHECK FACE AND ITS STUB, ONE PER
003040* PAGE SO THE CONTINUOUS FORMS BURST ON THE PERFORATION.
003050*----------------------------------------------------------------
003060 2300-WRITE-CHECK-PAGE.
003070     MOVE PAY-NEXT-CHECK-NUMBER TO CF-CHECK-NUMBER.
003080     WRITE PRINT-LINE FROM CF-BANNER-LINE
003090         AFTER ADVANCING PAGE.
003100     IF PAY-PRINT-STATUS NOT = '00'
003110         DISPLAY 'ERROR WRITING CHECK PRINT FILE - FILE '
003120             'STATUS: ' PAY-PRINT-STATUS
003130     END-IF.
003140     MOVE PAY-RUN-DATE TO CF-CHECK-DATE.
003150     WRITE PRINT-LINE FROM CF-DATE-LINE.
003160     MOVE CP-EMPLOYEE-INITIAL TO CF-PAYEE-INITIAL.
003170     MOVE CP-EMPLOYEE-LASTNAME TO CF-PAYEE-LASTNAME.
003180     WRITE PRINT-LINE FROM CF-PAYEE-LINE.
003190     MOVE CP-NET-PAY TO CF-CHECK-AMOUNT.
003200     WRITE PRINT-LINE FROM CF-AMOUNT-LINE.
003210     WRITE PRINT-LINE FROM CF-BLANK-LINE.
003220     WRITE PRINT-LINE FROM CF-STUB-HEADING-LINE.
003230     MOVE CP-EMPLOYEE-NUMBER TO CF-STUB-EMPLOYEE.
003240     MOVE PAY-NEXT-CHECK-NUMBER TO CF-STUB-CHECK-NUMBER.
003250     MOVE CP-NET-PAY TO CF-STUB-NET-PAY.
003260     WRITE PRINT-LINE FROM CF-STUB-DETAIL-LINE.
003270 2300-WRITE-CHECK-PAGE-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------------
003310* 9000-TERMINATE-CHECK-PRINT -- THE NEXT CHECK NUMBER GOES BACK
003320* TO THE CONTROL FILE SO THE NEXT RUN PICKS UP WHERE THIS ONE
003330* LEFT OFF.
003340*----------------------------------------------------------------
003350 9000-TERMINATE-CHECK-PRINT.
003360     CLOSE CHECK-FILE.
003370     CLOSE ISSUED-FILE.
003380     CLOSE PRINT-FILE.
003390     OPEN OUTPUT CONTROL-FILE.
003400     IF PAY-CONTROL-STATUS NOT = '00'
003410         DISPLAY 'ERROR REWRITING CHECK-NUMBER CONTROL FILE - '
003420             'FILE STATUS: ' PAY-CONTROL-STATUS
003430     ELSE
003440         MOVE PAY-NEXT-CHECK-NUMBER TO CTL-NEXT-CHECK-NUMBER
003450         WRITE CONTROL-RECORD
003460         IF PAY-CONTROL-STATUS NOT = '00'
003470             DISPLAY 'ERROR WRITING CHECK-NUMBER CONTROL '
003480                 'RECORD - FILE STATUS: ' PAY-CONTROL-STATUS
003490         END-IF
003500         CLOSE CONTROL-FILE
003510     END-IF.
003520     DISPLAY 'CHECK PRINT RECONCILIATION'.
003530     DISPLAY '  CHECKS PRINTED . . . . . . . . . . . : '
003540         PAY-CHECKS-PRINTED.
003550     DISPLAY '  TOTAL AMOUNT PRINTED . . . . . . . . : '
003560         PAY-TOTAL-PRINTED.
003570     DISPLAY '  FORMS VOIDED THIS RUN. . . . . . . . : '
003580         PAY-CHECKS-VOIDED.
003590     DISPLAY '  NEXT CHECK NUMBER. . . . . . . . . . : '
003600         PAY-NEXT-CHECK-NUMBER.
003610     DISPLAY 'RUN PositivePay TO SEND THESE CHECKS AND VOIDS TO '
003620         'THE BANK.'.
003630 9000-TERMINATE-CHECK-PRINT-EXIT.
003640     EXIT.
003650
003660 END PROGRAM CheckPrint.
