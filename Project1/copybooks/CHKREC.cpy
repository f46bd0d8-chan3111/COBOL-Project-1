000180* CLEARED OR OUTSTANDING.
000190*----------------------------------------------------------------
000200* 09-02-2026  CNR  ORIGINAL COPYBOOK.
000203* 10-15-2026  CNR  EVERY RECORD IS NOW ALSO SENT TO THE BANK AS
000206*                  POSITIVE PAY BY PositivePay.cbl.
000207* 10-15-2026  CNR  ADDED STATUS S -- AN UNCASHED CHECK VOIDED AS
000208*                  STALE-DATED BY CheckRecon.cbl AND MOVED TO
000209*                  UNCLAIMED WAGES (unclaimed.txt / UNCREC).
000210*================================================================
000220 01  CHKRECORD.
000230     10  CHK-CHECK-NUMBER         PIC 9(6).
000250     10  CHK-STATUS               PIC X(1).
000260         88  CHK-ISSUED           VALUE 'I'.
000270         88  CHK-VOIDED           VALUE 'V'.
000275         88  CHK-STALE-VOIDED     VALUE 'S'.
000280     10  FILLER                   PIC X(1) VALUE SPACE.
000290     10  CHK-EMPLOYEE-NUMBER      PIC 9(9).
000300     10  FILLER                   PIC X(1) VALUE SPACE.
