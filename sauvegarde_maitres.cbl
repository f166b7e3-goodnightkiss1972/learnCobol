000380*                 FAIL THE FRESH SNAPSHOT.  THE CONTROL     *
000390*                 FILE IS REWRITTEN THROUGH A TEMPORARY     *
000400*                 COPY AND SWAPPED IN, THE USUAL PATTERN.   *
000401* 2026-10-15  DM  ADD THE ACCOUNT BALANCE MASTER (ACCTBAL)  *
000402*                 TO THE SNAPSHOT - ITS DATED SNAPSHOT IS   *
000403*                 ALSO YESTERDAY'S CLOSING FOR THE TRIAL    *
000404*                 BALANCE PROOF.                            *
000405* 2026-10-15  DM  ADD THE SUSPECTED-DUPLICATE QUEUE         *
000406*                 (DUPSUSP) TO THE SNAPSHOT.                *
000407* 2026-10-15  DM  WIDEN THE LINE AND HASH WORK AREAS FROM   *
000408*                 1200 TO 2200 BYTES - THE RUNCTL RECORD    *
000409*                 IS 2195 BYTES WITH ITS STEP TABLE AT      *
000410*                 SIXTY-FOUR SLOTS AND ITS STEP FLAGS.      *
000411*----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000650* FLAT-IN/SNAP-OUT -- ONE MASTER AND ITS SNAPSHOT COPY       *
000660*----------------------------------------------------------*
000670 FD  FLAT-IN.
000672* 2200 BYTES - RUNCTL, THE LONGEST RECORD, IS 2195, SO      *
000673* ONLY 5 BYTES ARE SPARE.  WIDEN WITH RUNCTL.               *
000680 01  FLAT-IN-LINE                PIC X(2200).
000690 FD  SNAP-OUT.
000700 01  SNAP-OUT-LINE               PIC X(2200).
000710*----------------------------------------------------------*
000720* HISTORY-MASTER -- UNLOADED SEQUENTIALLY                    *
000730*----------------------------------------------------------*
001280     05  FILLER                  PIC X(09) VALUE "FACCTMAST".
001290     05  FILLER                  PIC X(09) VALUE "FORDPERM ".
001300     05  FILLER                  PIC X(09) VALUE "FPENDAPPR".
001305     05  FILLER                  PIC X(09) VALUE "FACCTBAL ".
001306     05  FILLER                  PIC X(09) VALUE "FDUPSUSP ".
001310 01  WS-MASTER-TABLE REDEFINES WS-MASTER-VALUES.
001320     05  WS-MST-ENTRY OCCURS 10 TIMES.
001330         10  WS-MST-TYPE         PIC X(01).
001340         10  WS-MST-NAME         PIC X(08).
001350 01  WS-MST-SUB                  PIC 9(02) COMP.
001380*----------------------------------------------------------*
001390 01  WS-REC-COUNT                PIC 9(09) COMP.
001400 01  WS-HASH-TOTAL               PIC 9(13) COMP-3.
001402* 2200 BYTES - RUNCTL, THE LONGEST RECORD, IS 2195, SO      *
001403* ONLY 5 BYTES ARE SPARE.  WIDEN WITH RUNCTL.               *
001410 01  WS-HASH-LINE                PIC X(2200).
001420 01  WS-DIGIT-CHARS              PIC X(09) VALUE "123456789".
001430 01  WS-DIGIT-SUB                PIC 9(02) COMP.
001440 01  WS-DIGIT-CHAR               PIC X(01).
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001490     PERFORM 2000-SNAPSHOT-ONE THRU 2000-EXIT
001500         VARYING WS-MST-SUB FROM 1 BY 1
001510         UNTIL WS-MST-SUB > 10.
001520     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001530     STOP RUN.
001540*----------------------------------------------------------*
