000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PayeeMaint AS "PayeeMaint".
000120 AUTHOR. ChandlerNewmanReed.
000130 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED. 10-15-2026.
000160*================================================================
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  CNR  ORIGINAL PROGRAM - DEDUCTION PAYEE MASTER
000200*                  MAINTENANCE (ADD/CHANGE/DELETE). A RECORD IS
000210*                  KEYED ON THE DEDUCTION CODE AND AN EMPLOYEE
000220*                  NUMBER -- ZERO FOR THE PAYEE OF THE WHOLE
000230*                  CODE, OR THE EMPLOYEE FOR ONE GARNISHMENT
000240*                  ORDER, WHICH MUST CARRY ITS CASE NUMBER AND
000250*                  AGENCY. DedRemit USES THE FILE TO TOTAL AND
000260*                  PAY EACH CLOSED PERIOD'S WITHHOLDINGS. ENTERED
000270*                  DATA IS EDITED BEFORE IT IS WRITTEN, THE SAME
000280*                  WAY BankMaint EDITS ACCOUNTS.
000290*================================================================
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PAYEE-FILE ASSIGN TO 'payee.dat'
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS PYE-PAYEE-KEY
000380         FILE STATUS IS PYE-FILE-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PAYEE-FILE.
000430     COPY PYEREC.
000440
000450 WORKING-STORAGE SECTION.
000460 01  PYE-FILE-STATUS           PIC X(2).
000470 01  PYE-END-INPUT             PIC A(1).
000480 01  PYE-ACTION-CODE           PIC X(1).
000490     88  PYE-ACTION-ADD        VALUE 'A'.
000500     88  PYE-ACTION-CHANGE     VALUE 'C'.
000510     88  PYE-ACTION-DELETE     VALUE 'D'.
000520 01  PYE-LOOKUP-CODE           PIC X(3).
000530 01  PYE-LOOKUP-NUMBER         PIC 9(9).
000540 01  PYE-RECORD-FOUND          PIC X(1) VALUE 'N'.
000550     88  PYE-ON-FILE           VALUE 'Y'.
000560 01  PYE-ENTRY-VALID           PIC X(1) VALUE 'Y'.
000570     88  PYE-ENTRY-OK          VALUE 'Y'.
000580     88  PYE-ENTRY-REJECTED    VALUE 'N'.
000590 01  PYE-REJECT-REASON         PIC X(40) VALUE SPACES.
000600 01  PYE-ADD-COUNT             PIC 9(7) COMP VALUE ZERO.
000610 01  PYE-CHANGE-COUNT          PIC 9(7) COMP VALUE ZERO.
000620 01  PYE-DELETE-COUNT          PIC 9(7) COMP VALUE ZERO.
000630
000640 PROCEDURE DIVISION.
000650
000660 0000-MAIN-PROCEDURE.
000670     PERFORM 1000-INITIALIZE-PAYEE-MAINT
000680         THRU 1000-INITIALIZE-PAYEE-MAINT-EXIT.
000690     PERFORM 2000-MAINTAIN-PAYEE-RECORD
000700         THRU 2000-MAINTAIN-PAYEE-RECORD-EXIT
000710         UNTIL PYE-END-INPUT = 'N'.
000720     PERFORM 9000-TERMINATE-PAYEE-MAINT
000730         THRU 9000-TERMINATE-PAYEE-MAINT-EXIT.
000740     STOP RUN.
000750
000760*----------------------------------------------------------------
000770* 1000-INITIALIZE-PAYEE-MAINT -- OPEN THE PAYEE MASTER FOR
000780* UPDATE, CREATING IT EMPTY ON THE FIRST RUN EVER.
000790*----------------------------------------------------------------
000800 1000-INITIALIZE-PAYEE-MAINT.
000810     OPEN I-O PAYEE-FILE.
000820     IF PYE-FILE-STATUS = '35' OR PYE-FILE-STATUS = '05'
000830         DISPLAY 'NO EXISTING PAYEE MASTER FOUND - STARTING A '
000840             'NEW FILE.'
000850         OPEN OUTPUT PAYEE-FILE
000860         CLOSE PAYEE-FILE
000870         OPEN I-O PAYEE-FILE
000880     END-IF.
000890     IF PYE-FILE-STATUS NOT = '00'
000900         DISPLAY 'ERROR OPENING PAYEE MASTER - FILE STATUS: '
000910             PYE-FILE-STATUS ' - RUN TERMINATED.'
000920         STOP RUN
000930     END-IF.
000940 1000-INITIALIZE-PAYEE-MAINT-EXIT.
000950     EXIT.
000960
000970*----------------------------------------------------------------
000980* 2000-MAINTAIN-PAYEE-RECORD -- ONE PASS OF OPERATOR ENTRY
000990*----------------------------------------------------------------
001000 2000-MAINTAIN-PAYEE-RECORD.
001010     DISPLAY 'PAYEE ENTRY? Y or N'.
001020     ACCEPT PYE-END-INPUT.
001030     IF PYE-END-INPUT = 'Y'
001040         DISPLAY 'ACTION -- A)DD  C)HANGE  D)ELETE:'
001050         ACCEPT PYE-ACTION-CODE
001060         DISPLAY 'ENTER THE DEDUCTION CODE:'
001070         ACCEPT PYE-LOOKUP-CODE
001080         DISPLAY 'ENTER THE EMPLOYEE NUMBER FOR A GARNISHMENT '
001090             'ORDER (0 FOR THE PAYEE OF THE WHOLE CODE):'
001100         ACCEPT PYE-LOOKUP-NUMBER
001110         PERFORM 2100-READ-PAYEE-BY-KEY
001120             THRU 2100-READ-PAYEE-BY-KEY-EXIT
001130         EVALUATE TRUE
001140             WHEN PYE-ACTION-ADD
001150                 PERFORM 2200-ADD-PAYEE-RECORD
001160                     THRU 2200-ADD-PAYEE-RECORD-EXIT
001170             WHEN PYE-ACTION-CHANGE
001180                 PERFORM 2300-CHANGE-PAYEE-RECORD
001190                     THRU 2300-CHANGE-PAYEE-RECORD-EXIT
001200             WHEN PYE-ACTION-DELETE
001210                 PERFORM 2400-DELETE-PAYEE-RECORD
001220                     THRU 2400-DELETE-PAYEE-RECORD-EXIT
001230             WHEN OTHER
001240                 DISPLAY 'INVALID ACTION CODE - NO ACTION TAKEN.'
001250         END-EVALUATE
001260     END-IF.
001270 2000-MAINTAIN-PAYEE-RECORD-EXIT.
001280     EXIT.
001290
001300 2100-READ-PAYEE-BY-KEY.
001310     MOVE 'N' TO PYE-RECORD-FOUND.
001320     MOVE PYE-LOOKUP-CODE TO PYE-DED-CODE.
001330     MOVE PYE-LOOKUP-NUMBER TO PYE-EMPLOYEE-NUMBER.
001340     READ PAYEE-FILE KEY IS PYE-PAYEE-KEY
001350         INVALID KEY
001360             CONTINUE
001370         NOT INVALID KEY
001380             MOVE 'Y' TO PYE-RECORD-FOUND
001390     END-READ.
001400 2100-READ-PAYEE-BY-KEY-EXIT.
001410     EXIT.
001420
001430 2200-ADD-PAYEE-RECORD.
001440     IF PYE-ON-FILE
001450         DISPLAY 'PAYEE ALREADY ON FILE FOR THIS CODE AND '
001460             'EMPLOYEE - USE CHANGE INSTEAD - NO ADD MADE.'
001470         GO TO 2200-ADD-PAYEE-RECORD-EXIT
001480     END-IF.
001490     MOVE PYE-LOOKUP-CODE TO PYE-DED-CODE.
001500     MOVE PYE-LOOKUP-NUMBER TO PYE-EMPLOYEE-NUMBER.
001510     PERFORM 2500-ACCEPT-PAYEE-DATA
001520         THRU 2500-ACCEPT-PAYEE-DATA-EXIT.
001530     IF PYE-ENTRY-REJECTED
001540         GO TO 2200-ADD-PAYEE-RECORD-EXIT
001550     END-IF.
001560     WRITE PYERECORD
001570         INVALID KEY
001580             DISPLAY 'ERROR WRITING PAYEE MASTER - FILE STATUS: '
001590                 PYE-FILE-STATUS
001600             GO TO 2200-ADD-PAYEE-RECORD-EXIT
001610     END-WRITE.
001620     ADD 1 TO PYE-ADD-COUNT.
001630 2200-ADD-PAYEE-RECORD-EXIT.
001640     EXIT.
001650
001660 2300-CHANGE-PAYEE-RECORD.
001670     IF NOT PYE-ON-FILE
001680         DISPLAY 'NO PAYEE ON FILE FOR THIS CODE AND EMPLOYEE - '
001690             'NO CHANGE MADE.'
001700         GO TO 2300-CHANGE-PAYEE-RECORD-EXIT
001710     END-IF.
001720     PERFORM 2500-ACCEPT-PAYEE-DATA
001730         THRU 2500-ACCEPT-PAYEE-DATA-EXIT.
001740     IF PYE-ENTRY-REJECTED
001750         GO TO 2300-CHANGE-PAYEE-RECORD-EXIT
001760     END-IF.
001770     REWRITE PYERECORD
001780         INVALID KEY
001790             DISPLAY 'ERROR REWRITING PAYEE MASTER - FILE '
001800                 'STATUS: ' PYE-FILE-STATUS
001810             GO TO 2300-CHANGE-PAYEE-RECORD-EXIT
001820     END-REWRITE.
001830     ADD 1 TO PYE-CHANGE-COUNT.
001840 2300-CHANGE-PAYEE-RECORD-EXIT.
001850     EXIT.
001860
001870 2400-DELETE-PAYEE-RECORD.
001880     IF NOT PYE-ON-FILE
001890         DISPLAY 'NO PAYEE ON FILE FOR THIS CODE AND EMPLOYEE - '
001900             'NO DELETE MADE.'
001910         GO TO 2400-DELETE-PAYEE-RECORD-EXIT
001920     END-IF.
001930     DELETE PAYEE-FILE RECORD
001940         INVALID KEY
001950             DISPLAY 'ERROR DELETING PAYEE RECORD - FILE STATUS: '
001960                 PYE-FILE-STATUS
001970             GO TO 2400-DELETE-PAYEE-RECORD-EXIT
001980     END-DELETE.
001990     ADD 1 TO PYE-DELETE-COUNT.
002000     DISPLAY 'PAYEE DELETED - WITHHOLDINGS UNDER THIS CODE WITH '
002010         'NO OTHER PAYEE ON FILE WILL BE LISTED AS UNASSIGNED '
002020         'AND LEFT IN DEDUCTIONS PAYABLE.'.
002030 2400-DELETE-PAYEE-RECORD-EXIT.
002040     EXIT.
002050
002060*----------------------------------------------------------------
002070* 2500-ACCEPT-PAYEE-DATA -- COMMON ENTRY FOR ADD AND CHANGE,
002080* WITH THE DATA EDITED BEFORE THE CALLER WRITES IT. EVERY PAYEE
002090* NEEDS AN ID AND A NAME. A GARNISHMENT ORDER (NON-ZERO EMPLOYEE)
002100* NEEDS ITS CASE NUMBER AND AGENCY -- THE AGENCY APPLIES THE
002110* MONEY BY CASE. AN ACH PAYEE NEEDS A ROUTING NUMBER, ACCOUNT
002120* AND ACCOUNT TYPE; A CHECK-REQUEST PAYEE NEEDS A MAILING
002130* ADDRESS. A CHANGE RE-KEYS THE WHOLE RECORD.
002140*----------------------------------------------------------------
002150 2500-ACCEPT-PAYEE-DATA.
002160     MOVE 'Y' TO PYE-ENTRY-VALID.
002170     MOVE SPACES TO PYE-REJECT-REASON.
002180     MOVE SPACES TO PYE-CASE-NUMBER.
002190     MOVE SPACES TO PYE-AGENCY.
002200     DISPLAY 'ENTER THE PAYEE ID (GROUPS RECORDS PAID TOGETHER):'.
002210     ACCEPT PYE-PAYEE-ID.
002220     DISPLAY 'ENTER THE PAYEE NAME:'.
002230     ACCEPT PYE-PAYEE-NAME.
002240     IF PYE-EMPLOYEE-NUMBER NOT = ZERO
002250         DISPLAY 'ENTER THE ORDER CASE NUMBER:'
002260         ACCEPT PYE-CASE-NUMBER
002270         DISPLAY 'ENTER THE ISSUING AGENCY:'
002280         ACCEPT PYE-AGENCY
002290     END-IF.
002300     DISPLAY 'REMIT METHOD -- A)CH  C)HECK REQUEST:'.
002310     ACCEPT PYE-REMIT-METHOD.
002320     DISPLAY 'ENTER THE BANK ROUTING NUMBER (9 DIGITS, 0 IF '
002330         'PAID BY CHECK):'.
002340     ACCEPT PYE-ROUTING-NUMBER.
002350     DISPLAY 'ENTER THE BANK ACCOUNT NUMBER:'.
002360     ACCEPT PYE-ACCOUNT-NUMBER.
002370     DISPLAY 'ACCOUNT TYPE -- C)HECKING  S)AVINGS:'.
002380     ACCEPT PYE-ACCOUNT-TYPE.
002390     DISPLAY 'ENTER THE STREET ADDRESS:'.
002400     ACCEPT PYE-ADDRESS-LINE.
002410     DISPLAY 'ENTER THE CITY:'.
002420     ACCEPT PYE-CITY.
002430     DISPLAY 'ENTER THE STATE (2 LETTERS):'.
002440     ACCEPT PYE-STATE.
002450     DISPLAY 'ENTER THE ZIP CODE:'.
002460     ACCEPT PYE-ZIP-CODE.
002470     IF PYE-DED-CODE = SPACES
002480         OR PYE-PAYEE-ID = SPACES
002490         OR PYE-PAYEE-NAME = SPACES
002500         MOVE 'N' TO PYE-ENTRY-VALID
002510         MOVE 'CODE, PAYEE ID OR PAYEE NAME IS BLANK' TO
002520             PYE-REJECT-REASON
002530     END-IF.
002540     IF PYE-ENTRY-OK
002550         AND PYE-EMPLOYEE-NUMBER NOT = ZERO
002560         AND (PYE-CASE-NUMBER = SPACES
002570             OR PYE-AGENCY = SPACES)
002580         MOVE 'N' TO PYE-ENTRY-VALID
002590         MOVE 'ORDER NEEDS A CASE NUMBER AND AGENCY' TO
002600             PYE-REJECT-REASON
002610     END-IF.
002620     IF PYE-ENTRY-OK
002630         AND NOT PYE-REMIT-ACH
002640         AND NOT PYE-REMIT-CHECK
002650         MOVE 'N' TO PYE-ENTRY-VALID
002660         MOVE 'REMIT METHOD MUST BE A OR C' TO
002670             PYE-REJECT-REASON
002680     END-IF.
002690     IF PYE-ENTRY-OK
002700         AND PYE-REMIT-ACH
002710         AND (PYE-ROUTING-NUMBER NOT NUMERIC
002720             OR PYE-ROUTING-NUMBER = ZERO
002730             OR PYE-ACCOUNT-NUMBER = SPACES
002740             OR (NOT PYE-CHECKING-ACCOUNT
002750                 AND NOT PYE-SAVINGS-ACCOUNT))
002760         MOVE 'N' TO PYE-ENTRY-VALID
002770         MOVE 'ACH PAYEE NEEDS ROUTING, ACCOUNT AND TYPE' TO
002780             PYE-REJECT-REASON
002790     END-IF.
002800     IF PYE-ENTRY-OK
002810         AND PYE-REMIT-CHECK
002820         AND (PYE-ADDRESS-LINE = SPACES
002830             OR PYE-CITY = SPACES
002840             OR PYE-STATE = SPACES
002850             OR PYE-ZIP-CODE = SPACES)
002860         MOVE 'N' TO PYE-ENTRY-VALID
002870         MOVE 'MAILING ADDRESS IS INCOMPLETE' TO
002880             PYE-REJECT-REASON
002890     END-IF.
002900     IF PYE-ENTRY-REJECTED
002910         DISPLAY 'PAYEE ENTRY REJECTED - ' PYE-REJECT-REASON
002920         GO TO 2500-ACCEPT-PAYEE-DATA-EXIT
002930     END-IF.
002940     IF PYE-REMIT-CHECK
002950         MOVE ZERO TO PYE-ROUTING-NUMBER
002960     END-IF.
002970     ACCEPT PYE-CHANGE-DATE FROM DATE YYYYMMDD.
002980 2500-ACCEPT-PAYEE-DATA-EXIT.
002990     EXIT.
003000
003010 9000-TERMINATE-PAYEE-MAINT.
003020     CLOSE PAYEE-FILE.
003030     DISPLAY 'PAYEE MASTER MAINTENANCE RECONCILIATION'.
003040     DISPLAY '  PAYEES ADDED . . . . . . . . . . . . : '
003050         PYE-ADD-COUNT.
003060     DISPLAY '  PAYEES CHANGED . . . . . . . . . . . : '
003070         PYE-CHANGE-COUNT.
003080     DISPLAY '  PAYEES DELETED . . . . . . . . . . . : '
003090         PYE-DELETE-COUNT.
003100 9000-TERMINATE-PAYEE-MAINT-EXIT.
003110     EXIT.
003120
003130 END PROGRAM PayeeMaint.
