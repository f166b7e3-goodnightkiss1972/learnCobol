000175* 2026-09-03  DM  SHOW THE REVERSAL CROSS-REFERENCE: A      *
000176*                 REVERSED RECORD NAMES ITS OFFSET AND AN   *
000177*                 OFFSET NAMES THE ORIGINAL IT REVERSES.    *
000178* 2026-10-15  DM  SHOW THE TRIGGERING TRAN-ID ON A FEE      *
000179*                 CHARGE (TRAN-FEE-IND "F").                *
000180*----------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
001055     IF TRAN-REV-OFFSET
001056         DISPLAY "REVERSAL  : OFFSETS " TRAN-ORIG-ID
001057     END-IF.
001058     IF TRAN-FEE-CHARGE AND TRAN-NOT-REVERSED
001059         DISPLAY "FEE       : CHARGED ON " TRAN-ORIG-ID
001060     END-IF.
001061 2500-EXIT.
001070     EXIT.
001080*----------------------------------------------------------*
001090* 9000-TERMINATE -- CLOSE THE MASTER AND REPORT VOLUME       *
