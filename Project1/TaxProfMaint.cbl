000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TaxProfMaint AS "TaxProfMaint".
000120 AUTHOR. ChandlerNewmanReed.
000130 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED. 10-15-2026.
000160*================================================================
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  CNR  ORIGINAL PROGRAM - EMPLOYEE TAX PROFILE
000200*                  MASTER MAINTENANCE (ADD/CHANGE/DELETE). KEEPS
000210*                  THE SSN, MAILING ADDRESS AND W-4 ELECTIONS
000220*                  (FILING STATUS, DEPENDENT CREDIT, EXTRA
000230*                  WITHHOLDING) THAT Payroll USES TO ANNUALIZE
000240*                  FEDERAL WITHHOLDING AND YearEnd PRINTS ON THE
000250*                  W-2. ENTERED DATA IS EDITED BEFORE IT IS
000260*                  WRITTEN, THE SAME WAY BankMaint EDITS ACCOUNTS.
000270*================================================================
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT TAX-PROFILE-FILE ASSIGN TO 'taxprofile.dat'
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS TPF-EMPLOYEE-NUMBER
000360         FILE STATUS IS TPF-FILE-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  TAX-PROFILE-FILE.
000410     COPY TPFREC.
000420
000430 WORKING-STORAGE SECTION.
000440 01  TPF-FILE-STATUS           PIC X(2).
000450 01  TPF-END-INPUT             PIC A(1).
000460 01  TPF-ACTION-CODE           PIC X(1).
000470     88  TPF-ACTION-ADD        VALUE 'A'.
000480     88  TPF-ACTION-CHANGE     VALUE 'C'.
000490     88  TPF-ACTION-DELETE     VALUE 'D'.
000500 01  TPF-LOOKUP-NUMBER         PIC 9(9).
000510 01  TPF-RECORD-FOUND          PIC X(1) VALUE 'N'.
000520     88  TPF-ON-FILE           VALUE 'Y'.
000530 01  TPF-ENTRY-VALID           PIC X(1) VALUE 'Y'.
000540     88  TPF-ENTRY-OK          VALUE 'Y'.
000550     88  TPF-ENTRY-REJECTED    VALUE 'N'.
000560 01  TPF-REJECT-REASON         PIC X(40) VALUE SPACES.
000570 01  TPF-ADD-COUNT             PIC 9(7) COMP VALUE ZERO.
000580 01  TPF-CHANGE-COUNT          PIC 9(7) COMP VALUE ZERO.
000590 01  TPF-DELETE-COUNT          PIC 9(7) COMP VALUE ZERO.
000600
000610 PROCEDURE DIVISION.
000620
000630 0000-MAIN-PROCEDURE.
000640     PERFORM 1000-INITIALIZE-PROFILE-MAINT
000650         THRU 1000-INITIALIZE-PROFILE-MAINT-EXIT.
000660     PERFORM 2000-MAINTAIN-PROFILE-RECORD
000670         THRU 2000-MAINTAIN-PROFILE-RECORD-EXIT
000680         UNTIL TPF-END-INPUT = 'N'.
000690     PERFORM 9000-TERMINATE-PROFILE-MAINT
000700         THRU 9000-TERMINATE-PROFILE-MAINT-EXIT.
000710     STOP RUN.
000720
000730*----------------------------------------------------------------
000740* 1000-INITIALIZE-PROFILE-MAINT -- OPEN THE TAX PROFILE MASTER
000750* FOR UPDATE, CREATING IT EMPTY ON THE FIRST RUN EVER.
000760*----------------------------------------------------------------
000770 1000-INITIALIZE-PROFILE-MAINT.
000780     OPEN I-O TAX-PROFILE-FILE.
000790     IF TPF-FILE-STATUS = '35' OR TPF-FILE-STATUS = '05'
000800         DISPLAY 'NO EXISTING TAX PROFILE MASTER FOUND - '
000810             'STARTING A NEW FILE.'
000820         OPEN OUTPUT TAX-PROFILE-FILE
000830         CLOSE TAX-PROFILE-FILE
000840         OPEN I-O TAX-PROFILE-FILE
000850     END-IF.
000860     IF TPF-FILE-STATUS NOT = '00'
000870         DISPLAY 'ERROR OPENING TAX PROFILE MASTER - FILE '
000880             'STATUS: ' TPF-FILE-STATUS ' - RUN TERMINATED.'
000890         STOP RUN
000900     END-IF.
000910 1000-INITIALIZE-PROFILE-MAINT-EXIT.
000920     EXIT.
000930
000940*----------------------------------------------------------------
000950* 2000-MAINTAIN-PROFILE-RECORD -- ONE PASS OF OPERATOR ENTRY
000960*----------------------------------------------------------------
000970 2000-MAINTAIN-PROFILE-RECORD.
000980     DISPLAY 'TAX PROFILE ENTRY? Y or N'.
000990     ACCEPT TPF-END-INPUT.
001000     IF TPF-END-INPUT = 'Y'
001010         DISPLAY 'ACTION -- A)DD  C)HANGE  D)ELETE:'
001020         ACCEPT TPF-ACTION-CODE
001030         DISPLAY 'ENTER THE EMPLOYEE NUMBER:'
001040         ACCEPT TPF-LOOKUP-NUMBER
001050         PERFORM 2100-READ-PROFILE-BY-KEY
001060             THRU 2100-READ-PROFILE-BY-KEY-EXIT
001070         EVALUATE TRUE
001080             WHEN TPF-ACTION-ADD
001090                 PERFORM 2200-ADD-PROFILE-RECORD
001100                     THRU 2200-ADD-PROFILE-RECORD-EXIT
001110             WHEN TPF-ACTION-CHANGE
001120                 PERFORM 2300-CHANGE-PROFILE-RECORD
001130                     THRU 2300-CHANGE-PROFILE-RECORD-EXIT
001140             WHEN TPF-ACTION-DELETE
001150                 PERFORM 2400-DELETE-PROFILE-RECORD
001160                     THRU 2400-DELETE-PROFILE-RECORD-EXIT
001170             WHEN OTHER
001180                 DISPLAY 'INVALID ACTION CODE - NO ACTION TAKEN.'
001190         END-EVALUATE
001200     END-IF.
001210 2000-MAINTAIN-PROFILE-RECORD-EXIT.
001220     EXIT.
001230
001240 2100-READ-PROFILE-BY-KEY.
001250     MOVE 'N' TO TPF-RECORD-FOUND.
001260     MOVE TPF-LOOKUP-NUMBER TO TPF-EMPLOYEE-NUMBER.
001270     READ TAX-PROFILE-FILE KEY IS TPF-EMPLOYEE-NUMBER
001280         INVALID KEY
001290             CONTINUE
001300         NOT INVALID KEY
001310             MOVE 'Y' TO TPF-RECORD-FOUND
001320     END-READ.
001330 2100-READ-PROFILE-BY-KEY-EXIT.
001340     EXIT.
001350
001360 2200-ADD-PROFILE-RECORD.
001370     IF TPF-ON-FILE
001380         DISPLAY 'EMPLOYEE ALREADY HAS A TAX PROFILE - USE '
001390             'CHANGE INSTEAD - NO ADD MADE.'
001400         GO TO 2200-ADD-PROFILE-RECORD-EXIT
001410     END-IF.
001420     MOVE TPF-LOOKUP-NUMBER TO TPF-EMPLOYEE-NUMBER.
001430     PERFORM 2500-ACCEPT-PROFILE-DATA
001440         THRU 2500-ACCEPT-PROFILE-DATA-EXIT.
001450     IF TPF-ENTRY-REJECTED
001460         GO TO 2200-ADD-PROFILE-RECORD-EXIT
001470     END-IF.
001480     WRITE TPFRECORD
001490         INVALID KEY
001500             DISPLAY 'ERROR WRITING TAX PROFILE MASTER - FILE '
001510                 'STATUS: ' TPF-FILE-STATUS
001520             GO TO 2200-ADD-PROFILE-RECORD-EXIT
001530     END-WRITE.
001540     ADD 1 TO TPF-ADD-COUNT.
001550 2200-ADD-PROFILE-RECORD-EXIT.
001560     EXIT.
001570
001580 2300-CHANGE-PROFILE-RECORD.
001590     IF NOT TPF-ON-FILE
001600         DISPLAY 'EMPLOYEE HAS NO TAX PROFILE ON FILE - '
001610             'NO CHANGE MADE.'
001620         GO TO 2300-CHANGE-PROFILE-RECORD-EXIT
001630     END-IF.
001640     PERFORM 2500-ACCEPT-PROFILE-DATA
001650         THRU 2500-ACCEPT-PROFILE-DATA-EXIT.
001660     IF TPF-ENTRY-REJECTED
001670         GO TO 2300-CHANGE-PROFILE-RECORD-EXIT
001680     END-IF.
001690     REWRITE TPFRECORD
001700         INVALID KEY
001710             DISPLAY 'ERROR REWRITING TAX PROFILE MASTER - '
001720                 'FILE STATUS: ' TPF-FILE-STATUS
001730             GO TO 2300-CHANGE-PROFILE-RECORD-EXIT
001740     END-REWRITE.
001750     ADD 1 TO TPF-CHANGE-COUNT.
001760 2300-CHANGE-PROFILE-RECORD-EXIT.
001770     EXIT.
001780
001790 2400-DELETE-PROFILE-RECORD.
001800     IF NOT TPF-ON-FILE
001810         DISPLAY 'EMPLOYEE HAS NO TAX PROFILE ON FILE - '
001820             'NO DELETE MADE.'
001830         GO TO 2400-DELETE-PROFILE-RECORD-EXIT
001840     END-IF.
001850     DELETE TAX-PROFILE-FILE RECORD
001860         INVALID KEY
001870             DISPLAY 'ERROR DELETING TAX PROFILE RECORD - FILE '
001880                 'STATUS: ' TPF-FILE-STATUS
001890             GO TO 2400-DELETE-PROFILE-RECORD-EXIT
001900     END-DELETE.
001910     ADD 1 TO TPF-DELETE-COUNT.
001920     DISPLAY 'TAX PROFILE DELETED - FEDERAL TAX WILL BE WITHHELD '
001930         'ON THE PERIOD BRACKETS ALONE AND THE W-2 WILL CARRY '
001940         'NO SSN UNTIL A NEW PROFILE IS ENTERED.'.
001950 2400-DELETE-PROFILE-RECORD-EXIT.
001960     EXIT.
001970
001980*----------------------------------------------------------------
001990* 2500-ACCEPT-PROFILE-DATA -- COMMON ENTRY FOR ADD AND CHANGE,
002000* WITH THE DATA EDITED BEFORE THE CALLER WRITES IT. A MISSING
002010* OR NON-NUMERIC SSN, A BLANK ADDRESS, AN UNKNOWN FILING STATUS
002020* OR A NON-NUMERIC AMOUNT IS REJECTED -- THE SSN AND ADDRESS GO
002030* STRAIGHT ONTO THE W-2 AND THE ELECTIONS STRAIGHT INTO EVERY
002040* PAY CALCULATION. A CHANGE RE-KEYS THE WHOLE PROFILE, AS A NEW
002050* W-4 REPLACES THE OLD ONE OUTRIGHT.
002060*----------------------------------------------------------------
002070 2500-ACCEPT-PROFILE-DATA.
002080     MOVE 'Y' TO TPF-ENTRY-VALID.
002090     MOVE SPACES TO TPF-REJECT-REASON.
002100     DISPLAY 'ENTER THE SOCIAL SECURITY NUMBER (9 DIGITS):'.
002110     ACCEPT TPF-SSN.
002120     DISPLAY 'ENTER THE STREET ADDRESS:'.
002130     ACCEPT TPF-ADDRESS-LINE.
002140     DISPLAY 'ENTER THE CITY:'.
002150     ACCEPT TPF-CITY.
002160     DISPLAY 'ENTER THE STATE (2 LETTERS):'.
002170     ACCEPT TPF-STATE.
002180     DISPLAY 'ENTER THE ZIP CODE:'.
002190     ACCEPT TPF-ZIP-CODE.
002200     DISPLAY 'W-4 FILING STATUS -- S)INGLE  M)ARRIED  '
002210         'H)EAD OF HOUSEHOLD:'.
002220     ACCEPT TPF-FILING-STATUS.
002230     DISPLAY 'ENTER THE W-4 ANNUAL DEPENDENT CREDIT (0 IF NONE):'.
002240     ACCEPT TPF-DEPENDENT-CREDIT.
002250     DISPLAY 'ENTER THE W-4 EXTRA WITHHOLDING PER PERIOD (0 IF '
002260         'NONE):'.
002270     ACCEPT TPF-EXTRA-WITHHOLDING.
002280     IF TPF-SSN NOT NUMERIC
002290         OR TPF-SSN = ZERO
002300         MOVE 'N' TO TPF-ENTRY-VALID
002310         MOVE 'SSN IS BLANK OR NOT NUMERIC' TO
002320             TPF-REJECT-REASON
002330     END-IF.
002340     IF TPF-ENTRY-OK
002350         AND (TPF-ADDRESS-LINE = SPACES
002360             OR TPF-CITY = SPACES
002370             OR TPF-STATE = SPACES
002380             OR TPF-ZIP-CODE = SPACES)
002390         MOVE 'N' TO TPF-ENTRY-VALID
002400         MOVE 'MAILING ADDRESS IS INCOMPLETE' TO
002410             TPF-REJECT-REASON
002420     END-IF.
002430     IF TPF-ENTRY-OK
002440         AND NOT TPF-SINGLE
002450         AND NOT TPF-MARRIED
002460         AND NOT TPF-HEAD-OF-HOUSEHOLD
002470         MOVE 'N' TO TPF-ENTRY-VALID
002480         MOVE 'FILING STATUS MUST BE S, M OR H' TO
002490             TPF-REJECT-REASON
002500     END-IF.
002510     IF TPF-ENTRY-OK
002520         AND (TPF-DEPENDENT-CREDIT NOT NUMERIC
002530             OR TPF-EXTRA-WITHHOLDING NOT NUMERIC)
002540         MOVE 'N' TO TPF-ENTRY-VALID
002550         MOVE 'CREDIT OR EXTRA WITHHOLDING NOT NUMERIC' TO
002560             TPF-REJECT-REASON
002570     END-IF.
002580     IF TPF-ENTRY-REJECTED
002590         DISPLAY 'TAX PROFILE ENTRY REJECTED - '
002600             TPF-REJECT-REASON
002610         GO TO 2500-ACCEPT-PROFILE-DATA-EXIT
002620     END-IF.
002630     ACCEPT TPF-CHANGE-DATE FROM DATE YYYYMMDD.
002640 2500-ACCEPT-PROFILE-DATA-EXIT.
002650     EXIT.
002660
002670 9000-TERMINATE-PROFILE-MAINT.
002680     CLOSE TAX-PROFILE-FILE.
002690     DISPLAY 'TAX PROFILE MASTER MAINTENANCE RECONCILIATION'.
002700     DISPLAY '  PROFILES ADDED . . . . . . . . . . . : '
002710         TPF-ADD-COUNT.
002720     DISPLAY '  PROFILES CHANGED . . . . . . . . . . : '
002730         TPF-CHANGE-COUNT.
002740     DISPLAY '  PROFILES DELETED . . . . . . . . . . : '
002750         TPF-DELETE-COUNT.
002760 9000-TERMINATE-PROFILE-MAINT-EXIT.
002770     EXIT.
002780
002790 END PROGRAM TaxProfMaint.
