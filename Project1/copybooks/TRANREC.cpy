000260*                  AND ADJUSTMENT (J) ACTIONS -- THE ORIGINAL
000270*                  PAY PERIOD BEING REVERSED OR CORRECTED.
000280*                  BLANK ON EVERY OTHER ACTION.
000281* 10-15-2026  CNR  ADDED TRANS-WORK-STATE -- THE EMPLOYEE'S WORK
000282*                  STATE ON AN ADD OR CHANGE. BLANK ON A CHANGE
000283*                  KEEPS THE STATE ALREADY ON THE MASTER.
000284* 10-15-2026  CNR  ADDED TRANS-LABOR-DIST -- THE HOURS ON AN ADD
000285*                  OR CHANGE SPLIT BY COST CENTER, UP TO FIVE,
000286*                  FROM THE TIME-CLOCK TRANSFER PUNCHES. THE SLOTS
000287*                  IN USE MUST TOTAL TRANS-HOURS-WORKED. ALL BLANK
000288*                  CHARGES THE HOURS TO TRANS-DEPARTMENT-CODE.
000290*================================================================
000300 01  TRANSACTION-RECORD-IN.
000310     10  TRANS-ACTION-CODE        PIC X(1).
000550     10  TRANS-LEAVE-TYPE         PIC X(1).
000560     10  FILLER                   PIC X(1) VALUE SPACE.
000570     10  TRANS-REFERENCE-PERIOD   PIC 9(4).
000571     10  FILLER                   PIC X(1) VALUE SPACE.
000572     10  TRANS-WORK-STATE         PIC X(2).
000573     10  FILLER                   PIC X(1) VALUE SPACE.
000574     10  TRANS-LABOR-DIST OCCURS 5 TIMES.
000575         15  TRANS-DIST-DEPT-CODE PIC X(4).
000576         15  FILLER               PIC X(1).
000577         15  TRANS-DIST-HOURS     PIC 9(3)V99.
000578         15  FILLER               PIC X(1).
000580
000590 01  BATCH-HEADER-RECORD.
000600     10  BH-RECORD-TYPE           PIC X(1).
