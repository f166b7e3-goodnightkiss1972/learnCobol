000480*                 LEFT IN AN UNFINISHED ADJUSTMENT RUN WAS  *
000490*                 NEITHER OPEN NOR CLOSED, AND A NEW DATE   *
000500*                 SILENTLY OVERWROTE IT.                    *
000501* 2026-10-15  DM  FOLLOW THE RUNCTL STEP TABLE FROM         *
000502*                 THIRTY-TWO TO SIXTY-FOUR SLOTS - THE      *
000503*                 DAILY STREAM PLUS AN ADJUSTMENT RUN HAD   *
000504*                 REACHED THE OLD LIMIT.                    *
000505* 2026-10-15  DM  CLOSE NOW APPENDS EACH STEP ON THE TABLE  *
000506*                 NOT YET ON THE RUN HISTORY (RUNHIST,      *
000507*                 COPYBOOK RUNHIST) WITH ITS ELAPSED        *
000508*                 SECONDS, SO A CLOSED DATE'S TIMINGS       *
000509*                 OUTLIVE THE NEXT INIT; AN ADJUSTMENT      *
000510*                 RUN'S CLOSE ADDS ONLY ITS OWN STEPS.      *
000511*                 START MARKS A STEP STARTED AGAIN ON       *
000512*                 THE SAME DATE AS A RERUN.                 *
000513*----------------------------------------------------------*
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000630     SELECT CALENDAR-FILE    ASSIGN TO BUSCAL
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CAL-STATUS.
000651     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000652         ORGANIZATION IS LINE SEQUENTIAL
000653         FILE STATUS IS WS-HIST-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680*----------------------------------------------------------*
000860*----------------------------------------------------------*
000870 FD  CALENDAR-FILE.
000880     COPY CALREC.
000881*----------------------------------------------------------*
000882* RUN-HISTORY-FILE -- EVERY CLOSED DATE'S STEP TIMES,        *
000883*                 APPENDED AT CLOSE                          *
000884*----------------------------------------------------------*
000885 FD  RUN-HISTORY-FILE.
000886     COPY RUNHIST.
000890 WORKING-STORAGE SECTION.
000900*----------------------------------------------------------*
000910* SWITCHES AND STATUS FIELDS                                *
000940 01  WS-RECORD-SW                PIC X(01).
000950     88  WS-RECORD-PRESENT             VALUE "Y".
000960     88  WS-RECORD-ABSENT              VALUE "N".
000961 01  WS-HIST-STATUS              PIC X(02).
000962 01  WS-HIST-WRITTEN             PIC 9(02) VALUE ZERO.
000963 01  WS-RUN-TYPE                 PIC X(01).
000970*----------------------------------------------------------*
000980* REQUEST FIELDS, TAKEN FROM THE ENVIRONMENT                *
000990*----------------------------------------------------------*
001120 01  WS-DATE-BUFFER              PIC X(08).
001130 01  WS-BUSINESS-DATE            PIC 9(08).
001140 01  WS-CURRENT-TIME             PIC 9(08).
001141 01  WS-HMS-TIME                 PIC 9(08).
001142 01  WS-HMS-TIME-R REDEFINES WS-HMS-TIME.
001143     05  WS-HMS-HH               PIC 9(02).
001144     05  WS-HMS-MM               PIC 9(02).
001145     05  WS-HMS-SS               PIC 9(02).
001146     05  WS-HMS-CC               PIC 9(02).
001147 01  WS-HMS-SECS                 PIC 9(06) COMP.
001148 01  WS-START-SECS               PIC 9(06) COMP.
001149 01  WS-END-SECS                 PIC 9(06) COMP.
001150*----------------------------------------------------------*
001160* STEP TABLE SCAN FIELDS                                    *
001170*----------------------------------------------------------*
002590     MOVE ZERO TO WS-FREE-SLOT.
002600     PERFORM 1750-SCAN-ONE-SLOT THRU 1750-EXIT
002610         VARYING WS-STEP-SUB FROM 1 BY 1
002620         UNTIL WS-STEP-SUB > 64.
002630 1700-EXIT.
002640     EXIT.
002650 1750-SCAN-ONE-SLOT.
004160         GO TO 4000-EXIT
004170     END-IF.
004180     PERFORM 1700-FIND-STEP THRU 1700-EXIT.
004182     IF WS-STEP-HIT > ZERO
004184         SET RUN-STEP-RERUN(WS-STEP-HIT) TO TRUE
004186     END-IF.
004190     IF WS-STEP-HIT = ZERO
004200         IF WS-FREE-SLOT = ZERO
004210             DISPLAY "CONTROLE-EXECUTION: STEP TABLE FULL."
004670         MOVE 8 TO RETURN-CODE
004680         GO TO 6000-EXIT
004690     END-IF.
004691     IF RUN-STREAM-ADJUST
004692         MOVE "A" TO WS-RUN-TYPE
004693     ELSE
004694         MOVE "D" TO WS-RUN-TYPE
004695     END-IF.
004700     SET RUN-STREAM-CLOSED TO TRUE.
004705     PERFORM 6100-WRITE-HISTORY THRU 6100-EXIT.
004710     PERFORM 1600-REWRITE-CONTROL THRU 1600-EXIT.
004720     DISPLAY "CONTROLE-EXECUTION: BUSINESS DATE "
004730             RUN-BUSINESS-DATE " CLOSED.".
005770     WRITE PRINT-LINE FROM SEPARATOR-LINE.
005780     PERFORM 7100-PRINT-ONE-STEP THRU 7100-EXIT
005790         VARYING WS-STEP-SUB FROM 1 BY 1
005800         UNTIL WS-STEP-SUB > 64.
005810     CLOSE RUN-REPORT.
005820 7000-EXIT.
005830     EXIT.
006510     END-IF.
006520 8100-EXIT.
006530     EXIT.
006540*----------------------------------------------------------*
006550* 6100-WRITE-HISTORY -- APPEND EVERY STEP NOT YET ON THE RUN*
006560*                 HISTORY, SO THE TIMES SURVIVE THE NEXT    *
006570*                 INIT.  AN ADJUSTMENT RUN'S CLOSE ADDS ONLY*
006580*                 ITS OWN STEPS.  NO HISTORY FILE IS NOT A  *
006590*                 REASON TO KEEP THE DATE OPEN.             *
006600*----------------------------------------------------------*
006610 6100-WRITE-HISTORY.
006620     MOVE ZERO TO WS-HIST-WRITTEN.
006630     OPEN EXTEND RUN-HISTORY-FILE.
006640     IF WS-HIST-STATUS NOT = "00"
006650         OPEN OUTPUT RUN-HISTORY-FILE
006660     END-IF.
006670     IF WS-HIST-STATUS NOT = "00"
006680         DISPLAY "CONTROLE-EXECUTION: CANNOT OPEN THE RUN "
006690                 "HISTORY (RUNHIST), STATUS " WS-HIST-STATUS
006700                 " - STEP TIMES NOT KEPT."
006710         GO TO 6100-EXIT
006720     END-IF.
006730     PERFORM 6150-WRITE-ONE-STEP THRU 6150-EXIT
006740         VARYING WS-STEP-SUB FROM 1 BY 1
006750         UNTIL WS-STEP-SUB > 64.
006760     CLOSE RUN-HISTORY-FILE.
006770     DISPLAY "CONTROLE-EXECUTION: " WS-HIST-WRITTEN
006780             " STEP(S) ADDED TO THE RUN HISTORY.".
006790 6100-EXIT.
006800     EXIT.
006810 6150-WRITE-ONE-STEP.
006820     IF RUN-STEP-NAME(WS-STEP-SUB) = SPACES
006830      OR RUN-STEP-IN-HISTORY(WS-STEP-SUB)
006840         GO TO 6150-EXIT
006850     END-IF.
006860     INITIALIZE RUN-HISTORY-RECORD.
006870     MOVE RUN-BUSINESS-DATE                TO RH-BUSINESS-DATE.
006880     MOVE RUN-STEP-NAME(WS-STEP-SUB)       TO RH-STEP-NAME.
006890     MOVE RUN-STEP-STATUS(WS-STEP-SUB)     TO RH-STEP-STATUS.
006900     MOVE RUN-STEP-START-TIME(WS-STEP-SUB) TO RH-START-TIME.
006910     MOVE RUN-STEP-END-TIME(WS-STEP-SUB)   TO RH-END-TIME.
006920     MOVE RUN-STEP-COUNT(WS-STEP-SUB)      TO RH-STEP-COUNT.
006930     MOVE RUN-STEP-RERUN-IND(WS-STEP-SUB)  TO RH-RERUN-IND.
006940     MOVE WS-RUN-TYPE                      TO RH-RUN-TYPE.
006950     IF RUN-STEP-DONE(WS-STEP-SUB)
006960         MOVE RUN-STEP-START-TIME(WS-STEP-SUB) TO WS-HMS-TIME
006970         PERFORM 6160-TIME-TO-SECONDS THRU 6160-EXIT
006980         MOVE WS-HMS-SECS TO WS-START-SECS
006990         MOVE RUN-STEP-END-TIME(WS-STEP-SUB) TO WS-HMS-TIME
007000         PERFORM 6160-TIME-TO-SECONDS THRU 6160-EXIT
007010         MOVE WS-HMS-SECS TO WS-END-SECS
007020         IF WS-END-SECS < WS-START-SECS
007030             ADD 86400 TO WS-END-SECS
007040         END-IF
007050         COMPUTE RH-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
007060     END-IF.
007070     WRITE RUN-HISTORY-RECORD.
007080     SET RUN-STEP-IN-HISTORY(WS-STEP-SUB) TO TRUE.
007090     ADD 1 TO WS-HIST-WRITTEN.
007100 6150-EXIT.
007110     EXIT.
007120*----------------------------------------------------------*
007130* 6160-TIME-TO-SECONDS -- HHMMSSCC IN WS-HMS-TIME TO WHOLE  *
007140*                 SECONDS SINCE MIDNIGHT IN WS-HMS-SECS     *
007150*----------------------------------------------------------*
007160 6160-TIME-TO-SECONDS.
007170     COMPUTE WS-HMS-SECS = WS-HMS-HH * 3600
007180                         + WS-HMS-MM * 60
007190                         + WS-HMS-SS.
007200 6160-EXIT.
007210     EXIT.
