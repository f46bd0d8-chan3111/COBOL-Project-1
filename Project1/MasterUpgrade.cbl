000320*                  HAVE SUPPLIED. THE SAME ONE-TIME PATTERN
000330*                  MasterConvert.cbl USED FOR THE outfile.txt
000340*                  CUTOVER.
000350* 10-15-2026  CNR  RE-POINTED FOR THE 10-15-2026 LAYOUT. THE OLD
000360*                  LAYOUT BELOW IS NOW PAYRECOUT AS IT STOOD AFTER
000370*                  THE 09-02-2026 CHANGES, AND EVERY FIELD ON IT
000380*                  IS CARRIED FORWARD AS IS. THE FIELDS APPENDED
000390*                  SINCE ARE FILLED WITH THE DEFAULTS ENTRY WOULD
000400*                  HAVE SUPPLIED: WORK STATE BLANK (KEYED ON THE
000410*                  EMPLOYEE'S NEXT CHANGE) AND STATE TAX ZERO; NO
000420*                  PRE-TAX DEDUCTION WAS TAKEN UNDER THE OLD
000430*                  LAYOUT, SO FEDERAL TAXABLE AND FICA WAGES START
000440*                  AT THE RECORD'S GROSS AND THE 401(K) DEFERRAL
000450*                  AT ZERO; NO COST-CENTER LABOR SPLIT, SO THE
000460*                  PERIOD STAYS CHARGED TO THE HOME DEPARTMENT. A
000470*                  MASTER STILL ON THE 08-22-2026 LAYOUT MUST
000480*                  FIRST BE CARRIED FORWARD BY THE 09-02-2026
000490*                  RELEASE OF THIS PROGRAM. CUTOVER STEPS ARE
000500*                  UNCHANGED. SOURCE RESEQUENCED.
000510*================================================================
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT OLD-MASTER-FILE ASSIGN TO 'paymaster.old.dat'
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS OLD-EMPLOYEE-NUMBER
000600         FILE STATUS IS UPG-OLD-STATUS.
000610     SELECT PAYROLL-FILE ASSIGN TO 'paymaster.dat'
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS OUT-EMPLOYEE-NUMBER
000650         FILE STATUS IS UPG-NEW-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690*----------------------------------------------------------------
000700* THE OLD INDEXED MASTER LAYOUT, AS PAYRECOUT STOOD AFTER THE
000710* 09-02-2026 CHANGES -- FROZEN HERE; THIS PROGRAM IS THE ONLY
000720* READER OF THE OLD FILE.
000730*----------------------------------------------------------------
000740 FD  OLD-MASTER-FILE.
000750 01  OLD-MASTER-RECORD.
000760     10  OLD-EMPLOYEE-NUMBER      PIC 9(9).
000770     10  FILLER                   PIC X(1).
000780     10  OLD-EMPLOYEE-INITIAL     PIC A(1).
000790     10  FILLER                   PIC X(1).
000800     10  OLD-EMPLOYEE-LASTNAME    PIC A(15).
000810     10  FILLER                   PIC X(1).
000820     10  OLD-HOURS-WORKED         PIC 9(3)V99.
000830     10  FILLER                   PIC X(1).
000840     10  OLD-HOURLY-RATE          PIC 9(3)V99.
000850     10  FILLER                   PIC X(1).
000860     10  OLD-SALARY-AMOUNT        PIC 9(7)V99.
000870     10  FILLER                   PIC X(1).
000880     10  OLD-SALARY-CODE          PIC X(1).
000890     10  FILLER                   PIC X(1).
000900     10  OLD-GROSS-PAY            PIC 9(7)V99.
000910     10  FILLER                   PIC X(1).
000920     10  OLD-FICA-AMOUNT          PIC 9(7)V99.
000930     10  FILLER                   PIC X(1).
000940     10  OLD-FED-TAX-AMOUNT       PIC 9(7)V99.
000950     10  FILLER                   PIC X(1).
000960     10  OLD-NET-PAY              PIC 9(7)V99.
000970     10  FILLER                   PIC X(1).
000980     10  OLD-DEPARTMENT-CODE      PIC X(4).
000990     10  FILLER                   PIC X(1).
001000     10  OLD-PAY-PERIOD           PIC 9(4).
001010     10  FILLER                   PIC X(1).
001020     10  OLD-OTHER-DED-TOTAL      PIC 9(7)V99.
001030     10  FILLER                   PIC X(1).
001040     10  OLD-DEDUCTION OCCURS 5 TIMES.
001050         15  OLD-DED-CODE         PIC X(3).
001060         15  FILLER               PIC X(1).
001070         15  OLD-DED-AMOUNT       PIC 9(7)V99.
001080         15  FILLER               PIC X(1).
001090     10  OLD-EMPLOY-STATUS        PIC X(1).
001100     10  FILLER                   PIC X(1).
001110     10  OLD-HIRE-DATE            PIC 9(8).
001120     10  FILLER                   PIC X(1).
001130     10  OLD-TERM-DATE            PIC 9(8).
001140     10  FILLER                   PIC X(1).
001150     10  OLD-AUD-OPERATOR-ID      PIC X(8).
001160     10  FILLER                   PIC X(1).
001170     10  OLD-AUD-ACTION-CODE      PIC X(1).
001180     10  FILLER                   PIC X(1).
001190     10  OLD-AUD-ENTRY-DATE       PIC 9(8).
001200     10  FILLER                   PIC X(1).
001210     10  OLD-AUD-ENTRY-TIME       PIC 9(8).
001220     10  FILLER                   PIC X(1).
001230     10  OLD-AUD-REFERENCE-PERIOD PIC 9(4).
001240
001250 FD  PAYROLL-FILE.
001260     COPY PAYRECOUT.
001270
001280 WORKING-STORAGE SECTION.
001290 01  UPG-OLD-STATUS            PIC X(2).
001300 01  UPG-NEW-STATUS            PIC X(2).
001310 01  UPG-END-OF-FILE           PIC X(1) VALUE 'N'.
001320     88  UPG-NO-MORE-RECORDS   VALUE 'Y'.
001330 01  UPG-READ-COUNT            PIC 9(7) COMP VALUE ZERO.
001340 01  UPG-WRITE-COUNT           PIC 9(7) COMP VALUE ZERO.
001350 01  UPG-REJECT-COUNT          PIC 9(7) COMP VALUE ZERO.
001360 01  UPG-DED-IDX               PIC 9(1) COMP VALUE ZERO.
001370 77  UPG-DED-MAX-ITEMS         PIC 9(1) VALUE 5.
001380 01  UPG-DIST-IDX              PIC 9(1) COMP VALUE ZERO.
001390 77  UPG-DIST-MAX-ITEMS        PIC 9(1) VALUE 5.
001400
001410 PROCEDURE DIVISION.
001420
001430 0000-MAIN-PROCEDURE.
001440     PERFORM 1000-INITIALIZE-UPGRADE
001450         THRU 1000-INITIALIZE-UPGRADE-EXIT.
001460     PERFORM 2000-UPGRADE-RECORD
001470         THRU 2000-UPGRADE-RECORD-EXIT
001480         UNTIL UPG-NO-MORE-RECORDS.
001490     PERFORM 9000-TERMINATE-UPGRADE
001500         THRU 9000-TERMINATE-UPGRADE-EXIT.
001510     STOP RUN.
001520
001530*----------------------------------------------------------------
001540* 1000-INITIALIZE-UPGRADE -- THE OLD MASTER (RENAMED TO
001550* paymaster.old.dat BY THE OPERATOR) MUST EXIST, AND A LIVE
001560* paymaster.dat MUST NOT -- A MASTER ALREADY ON THE NEW LAYOUT
001570* WOULD BE WIPED BY A SECOND RUN.
001580*----------------------------------------------------------------
001590 1000-INITIALIZE-UPGRADE.
001600     OPEN INPUT PAYROLL-FILE.
001610     IF UPG-NEW-STATUS = '00'
001620         DISPLAY 'paymaster.dat ALREADY EXISTS - THE UPGRADE '
001630             'HAS ALREADY RUN (OR THE LIVE MASTER WAS NOT '
001640             'RENAMED TO paymaster.old.dat) - RUN TERMINATED '
001650             'WITHOUT CHANGES.'
001660         CLOSE PAYROLL-FILE
001670         STOP RUN
001680     END-IF.
001690     CLOSE PAYROLL-FILE.
001700     OPEN INPUT OLD-MASTER-FILE.
001710     IF UPG-OLD-STATUS NOT = '00'
001720         DISPLAY 'NO OLD PAYROLL MASTER (paymaster.old.dat) '
001730             'FOUND - RENAME THE LIVE MASTER FIRST - FILE '
001740             'STATUS: ' UPG-OLD-STATUS ' - RUN TERMINATED.'
001750         STOP RUN
001760     END-IF.
001770     OPEN OUTPUT PAYROLL-FILE.
001780     IF UPG-NEW-STATUS NOT = '00'
001790         DISPLAY 'ERROR CREATING UPGRADED PAYROLL MASTER - '
001800             'FILE STATUS: ' UPG-NEW-STATUS ' - RUN TERMINATED.'
001810         CLOSE OLD-MASTER-FILE
001820         STOP RUN
001830     END-IF.
001840     PERFORM 2100-READ-OLD-MASTER
001850         THRU 2100-READ-OLD-MASTER-EXIT.
001860 1000-INITIALIZE-UPGRADE-EXIT.
001870     EXIT.
001880
001890*----------------------------------------------------------------
001900* 2000-UPGRADE-RECORD -- CARRY EVERY OLD FIELD FORWARD AND FILL
001910* THE NEW ONES WITH THE DEFAULTS ENTRY WOULD HAVE SUPPLIED: NO
001920* WORK STATE, NO STATE TAX, TAXABLE WAGES AT GROSS, NO DEFERRAL
001930* AND NO COST-CENTER SPLIT.
001940*----------------------------------------------------------------
001950 2000-UPGRADE-RECORD.
001960     MOVE SPACES TO PAYRECORD-OUT.
001970     MOVE OLD-EMPLOYEE-NUMBER TO OUT-EMPLOYEE-NUMBER.
001980     MOVE OLD-EMPLOYEE-INITIAL TO OUT-EMPLOYEE-INITIAL.
001990     MOVE OLD-EMPLOYEE-LASTNAME TO OUT-EMPLOYEE-LASTNAME.
002000     MOVE OLD-HOURS-WORKED TO OUT-HOURS-WORKED.
002010     MOVE OLD-HOURLY-RATE TO OUT-HOURLY-RATE.
002020     MOVE OLD-SALARY-AMOUNT TO OUT-SALARY-AMOUNT.
002030     MOVE OLD-SALARY-CODE TO OUT-SALARY-CODE.
002040     MOVE OLD-GROSS-PAY TO OUT-GROSS-PAY.
002050     MOVE OLD-FICA-AMOUNT TO OUT-FICA-AMOUNT.
002060     MOVE OLD-FED-TAX-AMOUNT TO OUT-FED-TAX-AMOUNT.
002070     MOVE OLD-NET-PAY TO OUT-NET-PAY.
002080     MOVE OLD-DEPARTMENT-CODE TO OUT-DEPARTMENT-CODE.
002090     MOVE OLD-PAY-PERIOD TO OUT-PAY-PERIOD.
002100     MOVE OLD-OTHER-DED-TOTAL TO OUT-OTHER-DED-TOTAL.
002110     PERFORM 2200-MOVE-ONE-DEDUCTION
002120         THRU 2200-MOVE-ONE-DEDUCTION-EXIT
002130         VARYING UPG-DED-IDX FROM 1 BY 1
002140         UNTIL UPG-DED-IDX > UPG-DED-MAX-ITEMS.
002150     MOVE OLD-EMPLOY-STATUS TO OUT-EMPLOY-STATUS.
002160     MOVE OLD-HIRE-DATE TO OUT-HIRE-DATE.
002170     MOVE OLD-TERM-DATE TO OUT-TERM-DATE.
002180     MOVE OLD-AUD-OPERATOR-ID TO AUD-OPERATOR-ID.
002190     MOVE OLD-AUD-ACTION-CODE TO AUD-ACTION-CODE.
002200     MOVE OLD-AUD-ENTRY-DATE TO AUD-ENTRY-DATE.
002210     MOVE OLD-AUD-ENTRY-TIME TO AUD-ENTRY-TIME.
002220     MOVE OLD-AUD-REFERENCE-PERIOD TO AUD-REFERENCE-PERIOD.
002230     MOVE SPACES TO OUT-WORK-STATE.
002240     MOVE ZERO TO OUT-STATE-TAX-AMOUNT.
002250     MOVE OLD-GROSS-PAY TO OUT-FED-TAXABLE-WAGES.
002260     MOVE OLD-GROSS-PAY TO OUT-FICA-WAGES.
002270     MOVE ZERO TO OUT-DEFERRAL-AMOUNT.
002280     PERFORM 2300-CLEAR-ONE-DIST
002290         THRU 2300-CLEAR-ONE-DIST-EXIT
002300         VARYING UPG-DIST-IDX FROM 1 BY 1
002310         UNTIL UPG-DIST-IDX > UPG-DIST-MAX-ITEMS.
002320     WRITE PAYRECORD-OUT
002330         INVALID KEY
002340             DISPLAY 'RECORD FOR EMPLOYEE ' OUT-EMPLOYEE-NUMBER
002350                 ' NOT UPGRADED (DUPLICATE EMPLOYEE NUMBER) '
002360                 '- FILE STATUS: ' UPG-NEW-STATUS
002370             ADD 1 TO UPG-REJECT-COUNT
002380         NOT INVALID KEY
002390             ADD 1 TO UPG-WRITE-COUNT
002400     END-WRITE.
002410     PERFORM 2100-READ-OLD-MASTER
002420         THRU 2100-READ-OLD-MASTER-EXIT.
002430 2000-UPGRADE-RECORD-EXIT.
002440     EXIT.
002450
002460 2100-READ-OLD-MASTER.
002470     READ OLD-MASTER-FILE NEXT RECORD
002480         AT END
002490             MOVE 'Y' TO UPG-END-OF-FILE
002500         NOT AT END
002510             ADD 1 TO UPG-READ-COUNT
002520     END-READ.
002530 2100-READ-OLD-MASTER-EXIT.
002540     EXIT.
002550
002560 2200-MOVE-ONE-DEDUCTION.
002570     MOVE OLD-DED-CODE(UPG-DED-IDX) TO OUT-DED-CODE(UPG-DED-IDX).
002580     MOVE OLD-DED-AMOUNT(UPG-DED-IDX) TO
002590         OUT-DED-AMOUNT(UPG-DED-IDX).
002600 2200-MOVE-ONE-DEDUCTION-EXIT.
002610     EXIT.
002620
002630 2300-CLEAR-ONE-DIST.
002640     MOVE SPACES TO OUT-DIST-DEPT-CODE(UPG-DIST-IDX).
002650     MOVE ZERO TO OUT-DIST-HOURS(UPG-DIST-IDX).
002660     MOVE ZERO TO OUT-DIST-GROSS(UPG-DIST-IDX).
002670 2300-CLEAR-ONE-DIST-EXIT.
002680     EXIT.
002690
002700 9000-TERMINATE-UPGRADE.
002710     CLOSE OLD-MASTER-FILE.
002720     CLOSE PAYROLL-FILE.
002730     DISPLAY 'PAYROLL MASTER UPGRADE RECONCILIATION'.
002740     DISPLAY '  OLD MASTER RECORDS READ. . . . . . . : '
002750         UPG-READ-COUNT.
002760     DISPLAY '  RECORDS LOADED TO UPGRADED MASTER. . : '
002770         UPG-WRITE-COUNT.
002780     DISPLAY '  RECORDS REJECTED . . . . . . . . . . : '
002790         UPG-REJECT-COUNT.
002800     DISPLAY 'RETIRE paymaster.old.dat ONCE THE FIGURES PROVE.'.
002810 9000-TERMINATE-UPGRADE-EXIT.
002820     EXIT.
002830
002840 END PROGRAM MasterUpgrade.
