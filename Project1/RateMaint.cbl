000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RateMaint AS "RateMaint".
000120 AUTHOR. ChandlerNewmanReed.
000130 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED. 10-15-2026.
000160*================================================================
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  CNR  ORIGINAL PROGRAM - PAY RATE HISTORY
000200*                  MAINTENANCE (ADD/CHANGE/DELETE). A RECORD IS
000210*                  KEYED ON THE EMPLOYEE NUMBER AND THE DATE THE
000220*                  NEW HOURLY RATE OR PER-PERIOD SALARY TAKES
000230*                  EFFECT, AND MAY BE BACK-DATED -- RetroPay
000240*                  PAYS THE DIFFERENCE FOR EVERY CLOSED PERIOD
000250*                  THE CHANGE REACHES. A NEW RECORD IS PENDING
000260*                  RETRO; ONE RetroPay HAS MADE GOOD IS FROZEN.
000270*                  ENTERED DATA IS EDITED BEFORE IT IS WRITTEN,
000280*                  THE SAME WAY BankMaint EDITS ACCOUNTS.
000290*================================================================
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RATE-FILE ASSIGN TO 'payrates.dat'
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS RTE-RATE-KEY
000380         FILE STATUS IS RTE-FILE-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  RATE-FILE.
000430     COPY RTEREC.
000440
000450 WORKING-STORAGE SECTION.
000460 01  RTE-FILE-STATUS           PIC X(2).
000470 01  RTE-END-INPUT             PIC A(1).
000480 01  RTE-ACTION-CODE           PIC X(1).
000490     88  RTE-ACTION-ADD        VALUE 'A'.
000500     88  RTE-ACTION-CHANGE     VALUE 'C'.
000510     88  RTE-ACTION-DELETE     VALUE 'D'.
000520 01  RTE-LOOKUP-NUMBER         PIC 9(9).
000530 01  RTE-LOOKUP-DATE           PIC 9(8).
000540 01  RTE-DATE-PARTS REDEFINES RTE-LOOKUP-DATE.
000550     05  RTE-LOOKUP-YEAR       PIC 9(4).
000560     05  RTE-LOOKUP-MONTH      PIC 9(2).
000570     05  RTE-LOOKUP-DAY        PIC 9(2).
000580 01  RTE-RECORD-FOUND          PIC X(1) VALUE 'N'.
000590     88  RTE-ON-FILE           VALUE 'Y'.
000600 01  RTE-ENTRY-VALID           PIC X(1) VALUE 'Y'.
000610     88  RTE-ENTRY-OK          VALUE 'Y'.
000620     88  RTE-ENTRY-REJECTED    VALUE 'N'.
000630 01  RTE-REJECT-REASON         PIC X(40) VALUE SPACES.
000640 01  RTE-RUN-DATE              PIC 9(8) VALUE ZERO.
000650 01  RTE-ADD-COUNT             PIC 9(7) COMP VALUE ZERO.
000660 01  RTE-CHANGE-COUNT          PIC 9(7) COMP VALUE ZERO.
000670 01  RTE-DELETE-COUNT          PIC 9(7) COMP VALUE ZERO.
000680 01  RTE-BACK-DATED-COUNT      PIC 9(7) COMP VALUE ZERO.
000690
000700 PROCEDURE DIVISION.
000710
000720 0000-MAIN-PROCEDURE.
000730     PERFORM 1000-INITIALIZE-RATE-MAINT
000740         THRU 1000-INITIALIZE-RATE-MAINT-EXIT.
000750     PERFORM 2000-MAINTAIN-RATE-RECORD
000760         THRU 2000-MAINTAIN-RATE-RECORD-EXIT
000770         UNTIL RTE-END-INPUT = 'N'.
000780     PERFORM 9000-TERMINATE-RATE-MAINT
000790         THRU 9000-TERMINATE-RATE-MAINT-EXIT.
000800     STOP RUN.
000810
000820*----------------------------------------------------------------
000830* 1000-INITIALIZE-RATE-MAINT -- OPEN THE RATE HISTORY FOR
000840* UPDATE, CREATING IT EMPTY ON THE FIRST RUN EVER.
000850*----------------------------------------------------------------
000860 1000-INITIALIZE-RATE-MAINT.
000870     ACCEPT RTE-RUN-DATE FROM DATE YYYYMMDD.
000880     OPEN I-O RATE-FILE.
000890     IF RTE-FILE-STATUS = '35' OR RTE-FILE-STATUS = '05'
000900         DISPLAY 'NO EXISTING PAY RATE HISTORY FOUND - STARTING '
000910             'A NEW FILE.'
000920         OPEN OUTPUT RATE-FILE
000930         CLOSE RATE-FILE
000940         OPEN I-O RATE-FILE
000950     END-IF.
000960     IF RTE-FILE-STATUS NOT = '00'
000970         DISPLAY 'ERROR OPENING PAY RATE HISTORY - FILE STATUS: '
000980             RTE-FILE-STATUS ' - RUN TERMINATED.'
000990         STOP RUN
001000     END-IF.
001010 1000-INITIALIZE-RATE-MAINT-EXIT.
001020     EXIT.
001030
001040*----------------------------------------------------------------
001050* 2000-MAINTAIN-RATE-RECORD -- ONE PASS OF OPERATOR ENTRY
001060*----------------------------------------------------------------
001070 2000-MAINTAIN-RATE-RECORD.
001080     DISPLAY 'PAY RATE ENTRY? Y or N'.
001090     ACCEPT RTE-END-INPUT.
001100     IF RTE-END-INPUT = 'Y'
001110         DISPLAY 'ACTION -- A)DD  C)HANGE  D)ELETE:'
001120         ACCEPT RTE-ACTION-CODE
001130         DISPLAY 'ENTER THE EMPLOYEE NUMBER:'
001140         ACCEPT RTE-LOOKUP-NUMBER
001150         DISPLAY 'ENTER THE EFFECTIVE DATE (YYYYMMDD):'
001160         ACCEPT RTE-LOOKUP-DATE
001170         PERFORM 2100-READ-RATE-BY-KEY
001180             THRU 2100-READ-RATE-BY-KEY-EXIT
001190         EVALUATE TRUE
001200             WHEN RTE-ACTION-ADD
001210                 PERFORM 2200-ADD-RATE-RECORD
001220                     THRU 2200-ADD-RATE-RECORD-EXIT
001230             WHEN RTE-ACTION-CHANGE
001240                 PERFORM 2300-CHANGE-RATE-RECORD
001250                     THRU 2300-CHANGE-RATE-RECORD-EXIT
001260             WHEN RTE-ACTION-DELETE
001270                 PERFORM 2400-DELETE-RATE-RECORD
001280                     THRU 2400-DELETE-RATE-RECORD-EXIT
001290             WHEN OTHER
001300                 DISPLAY 'INVALID ACTION CODE - NO ACTION TAKEN.'
001310         END-EVALUATE
001320     END-IF.
001330 2000-MAINTAIN-RATE-RECORD-EXIT.
001340     EXIT.
001350
001360 2100-READ-RATE-BY-KEY.
001370     MOVE 'N' TO RTE-RECORD-FOUND.
001380     MOVE RTE-LOOKUP-NUMBER TO RTE-EMPLOYEE-NUMBER.
001390     MOVE RTE-LOOKUP-DATE TO RTE-EFFECTIVE-DATE.
001400     READ RATE-FILE KEY IS RTE-RATE-KEY
001410         INVALID KEY
001420             CONTINUE
001430         NOT INVALID KEY
001440             MOVE 'Y' TO RTE-RECORD-FOUND
001450     END-READ.
001460 2100-READ-RATE-BY-KEY-EXIT.
001470     EXIT.
001480
001490*----------------------------------------------------------------
001500* 2200-ADD-RATE-RECORD -- A NEW CHANGE IS PENDING RETRO. ONE
001510* DATED BEFORE TODAY IS ANNOUNCED AS BACK-DATED SO THE OPERATOR
001520* KNOWS A RETRO RUN IS OWED.
001530*----------------------------------------------------------------
001540 2200-ADD-RATE-RECORD.
001550     IF RTE-ON-FILE
001560         DISPLAY 'RATE ALREADY ON FILE FOR THIS EMPLOYEE AND '
001570             'DATE - USE CHANGE INSTEAD - NO ADD MADE.'
001580         GO TO 2200-ADD-RATE-RECORD-EXIT
001590     END-IF.
001600     MOVE RTE-LOOKUP-NUMBER TO RTE-EMPLOYEE-NUMBER.
001610     MOVE RTE-LOOKUP-DATE TO RTE-EFFECTIVE-DATE.
001620     PERFORM 2500-ACCEPT-RATE-DATA
001630         THRU 2500-ACCEPT-RATE-DATA-EXIT.
001640     IF RTE-ENTRY-REJECTED
001650         GO TO 2200-ADD-RATE-RECORD-EXIT
001660     END-IF.
001670     MOVE 'P' TO RTE-RETRO-STATUS.
001680     MOVE ZERO TO RTE-RETRO-DATE.
001690     MOVE ZERO TO RTE-RETRO-BATCH.
001700     WRITE RTERECORD
001710         INVALID KEY
001720             DISPLAY 'ERROR WRITING PAY RATE HISTORY - FILE '
001730                 'STATUS: ' RTE-FILE-STATUS
001740             GO TO 2200-ADD-RATE-RECORD-EXIT
001750     END-WRITE.
001760     ADD 1 TO RTE-ADD-COUNT.
001770     IF RTE-EFFECTIVE-DATE < RTE-RUN-DATE
001780         ADD 1 TO RTE-BACK-DATED-COUNT
001790         DISPLAY 'BACK-DATED CHANGE - RUN RetroPay IN THE NEXT '
001800             'SUPPLEMENTAL PERIOD TO PAY THE DIFFERENCE.'
001810     END-IF.
001820 2200-ADD-RATE-RECORD-EXIT.
001830     EXIT.
001840
001850 2300-CHANGE-RATE-RECORD.
001860     IF NOT RTE-ON-FILE
001870         DISPLAY 'NO RATE ON FILE FOR THIS EMPLOYEE AND DATE - '
001880             'NO CHANGE MADE.'
001890         GO TO 2300-CHANGE-RATE-RECORD-EXIT
001900     END-IF.
001910     IF RTE-RETRO-DONE
001920         DISPLAY 'RETRO PAY ALREADY MADE ON THIS RATE - ENTER A '
001930             'NEW EFFECTIVE-DATED RECORD - NO CHANGE MADE.'
001940         GO TO 2300-CHANGE-RATE-RECORD-EXIT
001950     END-IF.
001960     PERFORM 2500-ACCEPT-RATE-DATA
001970         THRU 2500-ACCEPT-RATE-DATA-EXIT.
001980     IF RTE-ENTRY-REJECTED
001990         GO TO 2300-CHANGE-RATE-RECORD-EXIT
002000     END-IF.
002010     REWRITE RTERECORD
002020         INVALID KEY
002030             DISPLAY 'ERROR REWRITING PAY RATE HISTORY - FILE '
002040                 'STATUS: ' RTE-FILE-STATUS
002050             GO TO 2300-CHANGE-RATE-RECORD-EXIT
002060     END-REWRITE.
002070     ADD 1 TO RTE-CHANGE-COUNT.
002080 2300-CHANGE-RATE-RECORD-EXIT.
002090     EXIT.
002100
002110 2400-DELETE-RATE-RECORD.
002120     IF NOT RTE-ON-FILE
002130         DISPLAY 'NO RATE ON FILE FOR THIS EMPLOYEE AND DATE - '
002140             'NO DELETE MADE.'
002150         GO TO 2400-DELETE-RATE-RECORD-EXIT
002160     END-IF.
002170     IF RTE-RETRO-DONE
002180         DISPLAY 'RETRO PAY ALREADY MADE ON THIS RATE - IT STAYS '
002190             'ON FILE - NO DELETE MADE.'
002200         GO TO 2400-DELETE-RATE-RECORD-EXIT
002210     END-IF.
002220     DELETE RATE-FILE RECORD
002230         INVALID KEY
002240             DISPLAY 'ERROR DELETING PAY RATE RECORD - FILE '
002250                 'STATUS: ' RTE-FILE-STATUS
002260             GO TO 2400-DELETE-RATE-RECORD-EXIT
002270     END-DELETE.
002280     ADD 1 TO RTE-DELETE-COUNT.
002290 2400-DELETE-RATE-RECORD-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------------
002330* 2500-ACCEPT-RATE-DATA -- COMMON ENTRY FOR ADD AND CHANGE,
002340* WITH THE DATA EDITED BEFORE THE CALLER WRITES IT. THE
002350* EFFECTIVE DATE MUST BE A REAL CALENDAR DATE. AN HOURLY RATE
002360* NEEDS A NON-ZERO RATE, A SALARIED ONE A NON-ZERO PER-PERIOD
002370* SALARY; THE OTHER FIGURE IS CLEARED. A CHANGE RE-KEYS THE
002380* WHOLE RECORD.
002390*----------------------------------------------------------------
002400 2500-ACCEPT-RATE-DATA.
002410     MOVE 'Y' TO RTE-ENTRY-VALID.
002420     MOVE SPACES TO RTE-REJECT-REASON.
002430     DISPLAY 'HOURLY OR SALARIED -- ENTER H or S:'.
002440     ACCEPT RTE-SALARY-CODE.
002450     IF RTE-PAID-SALARY
002460         DISPLAY 'ENTER THE NEW PER-PERIOD SALARY AMOUNT:'
002470         ACCEPT RTE-SALARY-AMOUNT
002480         MOVE ZERO TO RTE-HOURLY-RATE
002490     ELSE
002500         DISPLAY 'ENTER THE NEW HOURLY RATE:'
002510         ACCEPT RTE-HOURLY-RATE
002520         MOVE ZERO TO RTE-SALARY-AMOUNT
002530     END-IF.
002540     DISPLAY 'ENTER THE REASON (E.G. MERIT, UNION SCALE):'.
002550     ACCEPT RTE-REASON.
002560     IF RTE-EMPLOYEE-NUMBER NOT NUMERIC
002570         OR RTE-EMPLOYEE-NUMBER = ZERO
002580         OR RTE-LOOKUP-DATE NOT NUMERIC
002590         OR RTE-LOOKUP-YEAR < 1900
002600         OR RTE-LOOKUP-MONTH < 1 OR RTE-LOOKUP-MONTH > 12
002610         OR RTE-LOOKUP-DAY < 1 OR RTE-LOOKUP-DAY > 31
002620         MOVE 'N' TO RTE-ENTRY-VALID
002630         MOVE 'EMPLOYEE OR EFFECTIVE DATE IS NOT VALID' TO
002640             RTE-REJECT-REASON
002650     END-IF.
002660     IF RTE-ENTRY-OK
002670         AND NOT RTE-PAID-HOURLY
002680         AND NOT RTE-PAID-SALARY
002690         MOVE 'N' TO RTE-ENTRY-VALID
002700         MOVE 'PAY CODE MUST BE H OR S' TO RTE-REJECT-REASON
002710     END-IF.
002720     IF RTE-ENTRY-OK
002730         AND RTE-PAID-HOURLY
002740         AND (RTE-HOURLY-RATE NOT NUMERIC
002750             OR RTE-HOURLY-RATE = ZERO)
002760         MOVE 'N' TO RTE-ENTRY-VALID
002770         MOVE 'HOURLY RATE IS ZERO OR NOT NUMERIC' TO
002780             RTE-REJECT-REASON
002790     END-IF.
002800     IF RTE-ENTRY-OK
002810         AND RTE-PAID-SALARY
002820         AND (RTE-SALARY-AMOUNT NOT NUMERIC
002830             OR RTE-SALARY-AMOUNT = ZERO)
002840         MOVE 'N' TO RTE-ENTRY-VALID
002850         MOVE 'SALARY AMOUNT IS ZERO OR NOT NUMERIC' TO
002860             RTE-REJECT-REASON
002870     END-IF.
002880     IF RTE-ENTRY-REJECTED
002890         DISPLAY 'PAY RATE ENTRY REJECTED - ' RTE-REJECT-REASON
002900         GO TO 2500-ACCEPT-RATE-DATA-EXIT
002910     END-IF.
002920     MOVE RTE-RUN-DATE TO RTE-CHANGE-DATE.
002930 2500-ACCEPT-RATE-DATA-EXIT.
002940     EXIT.
002950
002960 9000-TERMINATE-RATE-MAINT.
002970     CLOSE RATE-FILE.
002980     DISPLAY 'PAY RATE HISTORY MAINTENANCE RECONCILIATION'.
002990     DISPLAY '  RATES ADDED. . . . . . . . . . . . . : '
003000         RTE-ADD-COUNT.
003010     DISPLAY '    BACK-DATED (RETRO PAY OWED) . . . : '
003020         RTE-BACK-DATED-COUNT.
003030     DISPLAY '  RATES CHANGED. . . . . . . . . . . . : '
003040         RTE-CHANGE-COUNT.
003050     DISPLAY '  RATES DELETED. . . . . . . . . . . . : '
003060         RTE-DELETE-COUNT.
003070 9000-TERMINATE-RATE-MAINT-EXIT.
003080     EXIT.
003090
003100 END PROGRAM RateMaint.
