000100*================================================================
000110* RTEREC.CPY
000120* EFFECTIVE-DATED PAY RATE HISTORY RECORD LAYOUT (RATE-FILE /
000130* payrates.dat, INDEXED, KEYED ON EMPLOYEE NUMBER AND EFFECTIVE
000140* DATE). ONE RECORD PER RATE OR SALARY CHANGE, SO THE RATE IN
000150* EFFECT FOR ANY PAY PERIOD IS THE LATEST RECORD FOR THE
000160* EMPLOYEE DATED ON OR BEFORE THE PERIOD START. MAINTAINED BY
000170* RateMaint.cbl AND READ BY RetroPay.cbl, WHICH PAYS THE
000180* DIFFERENCE FOR CLOSED PERIODS A BACK-DATED CHANGE REACHES.
000190*   RTE-SALARY-CODE        H HOURLY -- RTE-HOURLY-RATE APPLIES
000200*                          S SALARIED -- RTE-SALARY-AMOUNT IS
000210*                          THE PER-PERIOD SALARY
000220*   RTE-RETRO-STATUS       P PENDING -- NOT YET MADE GOOD ON
000230*                          CLOSED PERIODS BY A RETRO RUN
000240*                          D DONE -- RetroPay HAS PAID (OR FOUND
000250*                          NOTHING DUE ON) EVERY CLOSED PERIOD
000260*                          IT REACHES; STAMPED WITH THE RUN DATE
000270*                          AND THE BATCH NUMBER THAT PAID IT.
000280*                          A DONE RECORD IS NOT CHANGED OR
000290*                          DELETED -- A CORRECTION IS A NEW
000300*                          EFFECTIVE-DATED RECORD.
000310*----------------------------------------------------------------
000320* 10-15-2026  CNR  ORIGINAL COPYBOOK.
000330*================================================================
000340 01  RTERECORD.
000350     10  RTE-RATE-KEY.
000360         15  RTE-EMPLOYEE-NUMBER  PIC 9(9).
000370         15  RTE-EFFECTIVE-DATE   PIC 9(8).
000380     10  RTE-SALARY-CODE          PIC X(1).
000390         88  RTE-PAID-HOURLY      VALUE 'H'.
000400         88  RTE-PAID-SALARY      VALUE 'S'.
000410     10  RTE-HOURLY-RATE          PIC 9(3)V99.
000420     10  RTE-SALARY-AMOUNT        PIC 9(7)V99.
000430     10  RTE-REASON               PIC X(20).
000440     10  RTE-RETRO-STATUS         PIC X(1).
000450         88  RTE-RETRO-PENDING    VALUE 'P'.
000460         88  RTE-RETRO-DONE       VALUE 'D'.
000470     10  RTE-RETRO-DATE           PIC 9(8).
000480     10  RTE-RETRO-BATCH          PIC 9(6).
000490     10  RTE-CHANGE-DATE          PIC 9(8).
