000264*                 HASH WORK AREA FROM 200 TO 1200 BYTES     *
000265*                 (ROOM FOR THE 1043-BYTE RUNCTL RECORD),   *
000266*                 IN STEP WITH THE BACKUP AND THE VERIFY.   *
000267* 2026-10-15  DM  WIDEN THE LINE AND HASH WORK AREAS FROM   *
000268*                 1200 TO 2200 BYTES - THE RUNCTL RECORD    *
000269*                 IS 2195 BYTES WITH ITS STEP TABLE AT      *
000270*                 SIXTY-FOUR SLOTS AND ITS STEP FLAGS.      *
000271*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000540*                 GOES BACK OVER                             *
000550*----------------------------------------------------------*
000560 FD  SNAP-IN.
000562* 2200 BYTES - RUNCTL, THE LONGEST RECORD, IS 2195, SO      *
000563* ONLY 5 BYTES ARE SPARE.  WIDEN WITH RUNCTL.               *
000570 01  SNAP-IN-LINE                PIC X(2200).
000580 FD  FLAT-OUT.
000590 01  FLAT-OUT-LINE               PIC X(2200).
000600*----------------------------------------------------------*
000610* HISTORY-MASTER -- REBUILT FROM ITS FLAT SNAPSHOT           *
000620*----------------------------------------------------------*
000920 01  WS-LIVE-PATH                PIC X(60).
000930 01  WS-REC-COUNT                PIC 9(09) COMP.
000940 01  WS-HASH-TOTAL               PIC 9(13) COMP-3.
000942* 2200 BYTES - RUNCTL, THE LONGEST RECORD, IS 2195, SO      *
000943* ONLY 5 BYTES ARE SPARE.  WIDEN WITH RUNCTL.               *
000950 01  WS-HASH-LINE                PIC X(2200).
000960 01  WS-DIGIT-CHARS              PIC X(09) VALUE "123456789".
000970 01  WS-DIGIT-SUB                PIC 9(02) COMP.
000980 01  WS-DIGIT-CHAR               PIC X(01).
