000100*================================================================
000110* RVCREC.CPY
000120* PAYROLL REVIEW CONTROL RECORD LAYOUT (REVIEW-CONTROL-FILE /
000130* reviewcontrol.txt). ONE RECORD, REWRITTEN BY PayReview.cbl AT
000140* EACH REVIEW OF THE OPEN PERIOD WITH THE TOTALS OF THE MASTER
000150* RECORDS IT REVIEWED AND THE NUMBER OF EXCEPTIONS IT FOUND.
000160* DirectDeposit.cbl WILL NOT EXTRACT UNLESS THE RECORD IS FOR
000170* THE PERIOD BEING PAID, ITS TOTALS STILL AGREE WITH THE MASTER
000180* (NOTHING RE-KEYED SINCE THE REVIEW), AND IT IS CLEAR OR A
000190* SUPERVISOR HAS SIGNED OFF THE EXCEPTIONS. THE SIGN-OFF IS
000200* WRITTEN BACK HERE AND THE RECORD IS ALSO APPENDED TO THE
000210* APPROVAL LOG (reviewapproval.txt, SAME LAYOUT).
000220*   RVC-REVIEW-STATUS      C CLEAR -- NO EXCEPTIONS
000230*                          X EXCEPTIONS AWAITING CORRECTION OR
000240*                          SUPERVISOR SIGN-OFF
000250*                          A EXCEPTIONS SIGNED OFF -- APPROVER,
000260*                          DATE AND TIME FILLED IN
000270*----------------------------------------------------------------
000280* 10-15-2026  CNR  ORIGINAL COPYBOOK.
000290*================================================================
000300 01  RVCRECORD.
000310     10  RVC-PERIOD-NUMBER        PIC 9(4).
000320     10  FILLER                   PIC X(1) VALUE SPACE.
000330     10  RVC-REVIEW-DATE          PIC 9(8).
000340     10  FILLER                   PIC X(1) VALUE SPACE.
000350     10  RVC-REVIEW-TIME          PIC 9(8).
000360     10  FILLER                   PIC X(1) VALUE SPACE.
000370     10  RVC-RECORD-COUNT         PIC 9(7).
000380     10  FILLER                   PIC X(1) VALUE SPACE.
000390     10  RVC-GROSS-TOTAL          PIC 9(11)V99.
000400     10  FILLER                   PIC X(1) VALUE SPACE.
000410     10  RVC-NET-TOTAL            PIC 9(11)V99.
000420     10  FILLER                   PIC X(1) VALUE SPACE.
000430     10  RVC-EXCEPTION-COUNT      PIC 9(5).
000440     10  FILLER                   PIC X(1) VALUE SPACE.
000450     10  RVC-REVIEW-STATUS        PIC X(1).
000460         88  RVC-REVIEW-CLEAR     VALUE 'C'.
000470         88  RVC-REVIEW-HELD      VALUE 'X'.
000480         88  RVC-REVIEW-APPROVED  VALUE 'A'.
000490     10  FILLER                   PIC X(1) VALUE SPACE.
000500     10  RVC-APPROVER-ID          PIC X(8).
000510     10  FILLER                   PIC X(1) VALUE SPACE.
000520     10  RVC-APPROVAL-DATE        PIC 9(8).
000530     10  FILLER                   PIC X(1) VALUE SPACE.
000540     10  RVC-APPROVAL-TIME        PIC 9(8).
