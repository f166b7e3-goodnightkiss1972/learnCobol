000190*                 CLOSED DATE REOPENED BY A SUPERVISOR FOR   *
000200*                 AN ADJUSTMENT RUN.  CLOSE RETURNS IT TO    *
000210*                 "C" WITH BOTH RUNS' STEPS ON THE TABLE.    *
000211* 2026-10-15  DM  WIDEN THE STEP TABLE FROM THIRTY-TWO TO    *
000212*                 SIXTY-FOUR SLOTS (RECORD NOW 2067 BYTES) - *
000213*                 THE DAILY STREAM AND AN ADJUSTMENT RUN     *
000214*                 TOGETHER HAD REACHED THE OLD LIMIT.        *
000215* 2026-10-15  DM  ADD RUN-STEP-FLAGS AFTER RUN-RESERVED      *
000216*                 (RECORD NOW 2195 BYTES): A STEP STARTED    *
000217*                 AGAIN ON THE SAME DATE IS MARKED RERUN; A  *
000218*                 STEP COPIED TO THE RUN HISTORY AT CLOSE IS *
000219*                 MARKED SO A LATER CLOSE SKIPS IT.          *
000220*----------------------------------------------------------*
000230 01  RUN-CONTROL-RECORD.
000240     05  RUN-BUSINESS-DATE       PIC 9(08).
000260         88  RUN-STREAM-OPEN            VALUE "O".
000270         88  RUN-STREAM-CLOSED          VALUE "C".
000280         88  RUN-STREAM-ADJUST          VALUE "A".
000290     05  RUN-STEP-ENTRY OCCURS 64 TIMES.
000300         10  RUN-STEP-NAME       PIC X(08).
000310         10  RUN-STEP-STATUS     PIC X(01).
000320             88  RUN-STEP-STARTED       VALUE "S".
000350         10  RUN-STEP-END-TIME   PIC 9(08).
000360         10  RUN-STEP-COUNT      PIC 9(07).
000370     05  RUN-RESERVED            PIC X(10).
000380     05  RUN-STEP-FLAGS OCCURS 64 TIMES.
000390         10  RUN-STEP-RERUN-IND  PIC X(01).
000400             88  RUN-STEP-RERUN         VALUE "R".
000410         10  RUN-STEP-HIST-IND   PIC X(01).
000420             88  RUN-STEP-IN-HISTORY    VALUE "H".
