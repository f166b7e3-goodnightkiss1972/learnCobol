000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TENDANCE-EXECUTION.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  BATCH-WINDOW TREND REPORT   *
000110*                 FROM THE RUN HISTORY (RUNHIST) THAT THE   *
000120*                 RUN-CONTROL CLOSE APPENDS EVERY NIGHT.    *
000130*                 FOR THE LAST TRNDNIGHTS CLOSED DATES      *
000140*                 (DEFAULT 10) IT SHOWS EACH NIGHT'S BATCH  *
000150*                 WINDOW - FIRST STEP START TO LAST STEP    *
000160*                 END OF THE DAILY STREAM - AGAINST THE     *
000170*                 ALLOWED WINDOW TRNDWIN (MINUTES, DEFAULT  *
000180*                 360), THEN EVERY STEP'S ELAPSED TIME PER  *
000190*                 NIGHT WITH ITS NORM (THE AVERAGE OF ITS   *
000200*                 PRIOR TRNDAVG COMPLETED NIGHTS, DEFAULT   *
000210*                 5) AND ITS SHARE OF THE NIGHT'S WINDOW.   *
000220*                 A STEP IS FLAGGED OVER NORM WHEN IT RAN   *
000230*                 MORE THAN TRNDPCT PERCENT OF ITS NORM     *
000240*                 (DEFAULT 150) AND AT LEAST TRNDMIN        *
000250*                 SECONDS OVER IT (DEFAULT 60), AND A NIGHT *
000260*                 IS FLAGGED WHEN A RESTART RAN A STEP      *
000270*                 AGAIN.  A DATE CLOSED TWICE (A RESTORE    *
000280*                 AND RERUN) KEEPS ITS LATER FIGURES.       *
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-HIST-STATUS.
000360     SELECT REPORT-OUT       ASSIGN TO RUNTRND
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380 DATA DIVISION.
000390 FILE SECTION.
000400*----------------------------------------------------------*
000410* RUN-HISTORY-FILE -- ONE RECORD PER STEP PER CLOSED DATE,  *
000420*                 READ TWICE                                *
000430*----------------------------------------------------------*
000440 FD  RUN-HISTORY-FILE.
000450     COPY RUNHIST.
000460*----------------------------------------------------------*
000470* REPORT-OUT -- THE BATCH-WINDOW TREND REPORT               *
000480*----------------------------------------------------------*
000490 FD  REPORT-OUT.
000500 01  PRINT-LINE                  PIC X(80).
000510 WORKING-STORAGE SECTION.
000520*----------------------------------------------------------*
000530* SWITCHES AND STATUS FIELDS                                *
000540*----------------------------------------------------------*
000550 01  WS-HIST-STATUS              PIC X(02).
000560 01  WS-HIST-EOF-SW              PIC X(01).
000570     88  WS-HIST-EOF                   VALUE "Y".
000580     88  WS-HIST-NOT-EOF               VALUE "N".
000590 01  WS-PARM-SW                  PIC X(01).
000600     88  WS-PARM-VALID                 VALUE "Y".
000610     88  WS-PARM-INVALID               VALUE "N".
000620*----------------------------------------------------------*
000630* TREND PARAMETERS                                          *
000640*----------------------------------------------------------*
000650 01  WS-NIGHTS                   PIC 9(02) VALUE 10.
000660 01  WS-AVG-NIGHTS               PIC 9(02) VALUE 5.
000670 01  WS-OVER-PCT                 PIC 9(03) VALUE 150.
000680 01  WS-OVER-MIN-SECS            PIC 9(05) VALUE 60.
000690 01  WS-WINDOW-MINS              PIC 9(04) VALUE 360.
000700 01  WS-WINDOW-SECS              PIC 9(06) COMP.
000710 01  WS-PARM-BUFFER              PIC X(09).
000720 01  WS-PARM-ZEROS               PIC X(09) VALUE "000000000".
000730 01  WS-PARM-ZF                  PIC X(09).
000740 01  WS-PARM-ZF-VALUE REDEFINES WS-PARM-ZF
000750                                 PIC 9(09).
000760 01  WS-PARM-LEN                 PIC 9(02) COMP.
000770*----------------------------------------------------------*
000780* NIGHT TABLE -- THE LATEST CLOSED DATES ON THE HISTORY,    *
000790* OLDEST FIRST: THE NIGHTS SHOWN PLUS THE NIGHTS BEFORE     *
000800* THEM THAT FEED THE FIRST NORMS                            *
000810*----------------------------------------------------------*
000820 01  WS-DT-COUNT                 PIC S9(04) COMP VALUE ZERO.
000830 01  WS-DT-MAX                   PIC S9(04) COMP.
000840 01  WS-DT-SUB                   PIC S9(04) COMP.
000850 01  WS-DT-HIT                   PIC S9(04) COMP.
000860 01  WS-DT-POS                   PIC S9(04) COMP.
000870 01  WS-SHOW-FIRST               PIC S9(04) COMP.
000880 01  WS-NIGHT-TABLE.
000890     05  WS-NIGHT-ENTRY OCCURS 90 TIMES.
000900         10  WS-NT-DATE          PIC 9(08).
000910         10  WS-NT-FIRST-SW      PIC X(01).
000920         10  WS-NT-FIRST-START   PIC 9(06) COMP.
000930         10  WS-NT-WINDOW        PIC 9(06) COMP.
000940         10  WS-NT-STEPS         PIC 9(03) COMP.
000950         10  WS-NT-RERUNS        PIC 9(03) COMP.
000960         10  WS-NT-OVER          PIC 9(03) COMP.
000970*----------------------------------------------------------*
000980* STEP TABLE -- ONE ROW PER STEP NAME IN THE ORDER FIRST    *
000990* SEEN, ONE CELL PER NIGHT                                  *
001000*----------------------------------------------------------*
001010 01  WS-ST-COUNT                 PIC S9(04) COMP VALUE ZERO.
001020 01  WS-ST-MAX                   PIC S9(04) COMP VALUE 100.
001030 01  WS-ST-SUB                   PIC S9(04) COMP.
001040 01  WS-ST-HIT                   PIC S9(04) COMP.
001050 01  WS-ST-LOST                  PIC 9(7) COMP VALUE ZERO.
001060 01  WS-STEP-TABLE.
001070     05  WS-STEP-ROW OCCURS 100 TIMES.
001080         10  WS-ST-NAME          PIC X(08).
001090         10  WS-ST-CELL OCCURS 90 TIMES.
001100             15  WS-CL-STATUS    PIC X(01).
001110             15  WS-CL-RERUN     PIC X(01).
001120             15  WS-CL-TYPE      PIC X(01).
001130             15  WS-CL-OVER      PIC X(01).
001140             15  WS-CL-ELAPSED   PIC 9(06) COMP.
001150             15  WS-CL-NORM      PIC 9(06) COMP.
001160             15  WS-CL-COUNT     PIC 9(07) COMP.
001170*----------------------------------------------------------*
001180* WORK FIELDS                                               *
001190*----------------------------------------------------------*
001200 01  WS-HIST-READ                PIC 9(7) COMP VALUE ZERO.
001210 01  WS-HMS-TIME                 PIC 9(08).
001220 01  WS-HMS-TIME-R REDEFINES WS-HMS-TIME.
001230     05  WS-HMS-HH               PIC 9(02).
001240     05  WS-HMS-MM               PIC 9(02).
001250     05  WS-HMS-SS               PIC 9(02).
001260     05  WS-HMS-CC               PIC 9(02).
001270 01  WS-START-SECS               PIC 9(06) COMP.
001280 01  WS-OFFSET-SECS              PIC S9(06) COMP.
001290 01  WS-END-OFFSET               PIC 9(06) COMP.
001300 01  WS-NORM-SUM                 PIC 9(09) COMP.
001310 01  WS-NORM-N                   PIC 9(03) COMP.
001320 01  WS-NORM-SUB                 PIC S9(04) COMP.
001330 01  WS-NORM-LIMIT               PIC 9(09) COMP.
001340 01  WS-NIGHTS-RUN               PIC 9(03) COMP.
001350 01  WS-LATEST-SUB               PIC S9(04) COMP.
001360 01  WS-CHANGE-PCT               PIC S9(05) COMP.
001370 01  WS-SHARE-PCT                PIC 9(03)V9 COMP.
001380 01  WS-ALLOWED-PCT              PIC 9(04) COMP.
001390 01  WS-FMT-SECS                 PIC 9(06) COMP.
001400 01  WS-FMT-REM                  PIC 9(06) COMP.
001410 01  WS-FMT-HMS.
001420     05  WS-FMT-HH               PIC 9(02).
001430     05  FILLER                  PIC X(01) VALUE ":".
001440     05  WS-FMT-MM               PIC 9(02).
001450     05  FILLER                  PIC X(01) VALUE ":".
001460     05  WS-FMT-SS               PIC 9(02).
001470*----------------------------------------------------------*
001480* CONTROL TOTALS                                            *
001490*----------------------------------------------------------*
001500 01  WS-RERUN-NIGHTS             PIC 9(7) COMP VALUE ZERO.
001510 01  WS-LONG-NIGHTS              PIC 9(7) COMP VALUE ZERO.
001520 01  WS-OVER-CELLS               PIC 9(7) COMP VALUE ZERO.
001530 01  WS-SHOWN-NIGHTS             PIC 9(7) COMP VALUE ZERO.
001540*----------------------------------------------------------*
001550* PAGE CONTROL                                              *
001560*----------------------------------------------------------*
001570 01  WS-PAGE-NO                  PIC 9(3) COMP VALUE 1.
001580 01  WS-LINE-CNT                 PIC 9(3) COMP VALUE 99.
001590 01  WS-MAX-LINES                PIC 9(3) COMP VALUE 50.
001600*----------------------------------------------------------*
001610* REPORT LINE LAYOUTS                                       *
001620*----------------------------------------------------------*
001630 01  SEPARATOR-LINE              PIC X(78) VALUE ALL "-".
001640 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
001650 01  HEADING-LINE-1.
001660     05  FILLER                  PIC X(36)
001670                     VALUE "BATCH-WINDOW TREND FROM RUN HISTORY".
001680     05  FILLER                  PIC X(04) VALUE "    ".
001690     05  HL1-FROM                PIC 9(08).
001700     05  FILLER                  PIC X(04) VALUE " TO ".
001710     05  HL1-TO                  PIC 9(08).
001720     05  FILLER                  PIC X(08) VALUE SPACES.
001730     05  FILLER                  PIC X(05) VALUE "PAGE ".
001740     05  HL1-PAGE                PIC ZZ9.
001750 01  HEADING-LINE-2.
001760     05  FILLER                  PIC X(22)
001770                                 VALUE "NORM = AVERAGE OF THE ".
001780     05  HL2-AVG                 PIC Z9.
001790     05  FILLER                  PIC X(16)
001800                                 VALUE " PRIOR NIGHTS.  ".
001810     05  FILLER                  PIC X(12)
001820                                 VALUE "OVER NORM > ".
001830     05  HL2-PCT                 PIC ZZ9.
001840     05  FILLER                  PIC X(06) VALUE "% AND ".
001850     05  HL2-MIN                 PIC ZZZZ9.
001860     05  FILLER                  PIC X(05) VALUE " SEC.".
001870 01  HEADING-LINE-3.
001880     05  FILLER                  PIC X(16)
001890                                 VALUE "ALLOWED WINDOW: ".
001900     05  HL3-WINDOW              PIC X(08).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920 01  SECTION-LINE.
001930     05  SL-TITLE                PIC X(60).
001940 01  NIGHT-HEAD-LINE.
001950     05  FILLER                  PIC X(10) VALUE "DATE".
001960     05  FILLER                  PIC X(10) VALUE "START".
001970     05  FILLER                  PIC X(10) VALUE "WINDOW".
001980     05  FILLER                  PIC X(08) VALUE "ALLOWED".
001990     05  FILLER                  PIC X(05) VALUE "STEPS".
002000     05  FILLER                  PIC X(08) VALUE "  RERUNS".
002010     05  FILLER                  PIC X(06) VALUE "  OVER".
002020     05  FILLER                  PIC X(07) VALUE "  FLAGS".
002030 01  NIGHT-LINE.
002040     05  NL-DATE                 PIC 9(08).
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  NL-START                PIC X(08).
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  NL-WINDOW               PIC X(08).
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  NL-ALLOWED              PIC ZZZ9.
002110     05  FILLER                  PIC X(01) VALUE "%".
002120     05  FILLER                  PIC X(03) VALUE SPACES.
002130     05  NL-STEPS                PIC ZZZZ9.
002140     05  FILLER                  PIC X(03) VALUE SPACES.
002150     05  NL-RERUNS               PIC ZZZZ9.
002160     05  FILLER                  PIC X(01) VALUE SPACES.
002170     05  NL-OVER                 PIC ZZZZ9.
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  NL-FLAGS                PIC X(22).
002200 01  STEP-HEAD-LINE.
002210     05  FILLER                  PIC X(05) VALUE "STEP ".
002220     05  SH-STEP                 PIC X(08).
002230     05  FILLER                  PIC X(03) VALUE SPACES.
002240     05  SH-TYPE                 PIC X(12).
002250     05  FILLER                  PIC X(13) VALUE "LATEST NIGHT ".
002260     05  SH-CHANGE-TEXT          PIC X(30).
002270 01  SH-CHANGE-EDIT.
002280     05  SH-CHANGE               PIC ++++9.
002290     05  FILLER                  PIC X(14) VALUE "% AGAINST NORM".
002300 01  STEP-COL-LINE.
002310     05  FILLER                  PIC X(04) VALUE SPACES.
002320     05  FILLER                  PIC X(10) VALUE "DATE".
002330     05  FILLER                  PIC X(10) VALUE "ELAPSED".
002340     05  FILLER                  PIC X(10) VALUE "NORM".
002350     05  FILLER                  PIC X(08) VALUE "SHARE".
002360     05  FILLER                  PIC X(09) VALUE "  RECORDS".
002370     05  FILLER                  PIC X(07) VALUE "  FLAGS".
002380 01  STEP-LINE.
002390     05  FILLER                  PIC X(04) VALUE SPACES.
002400     05  TL-DATE                 PIC 9(08).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  TL-ELAPSED              PIC X(08).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  TL-NORM                 PIC X(08).
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  TL-SHARE                PIC ZZ9.9.
002470     05  TL-SHARE-X REDEFINES TL-SHARE
002480                                 PIC X(05).
002490     05  FILLER                  PIC X(01) VALUE "%".
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  TL-COUNT                PIC Z,ZZZ,ZZ9.
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  TL-FLAGS                PIC X(24).
002540 01  NONE-LINE                   PIC X(50) VALUE
002550     "NO CLOSED DATES ON THE RUN HISTORY YET.".
002560 01  PROOF-COUNT-LINE.
002570     05  PCL-CAPTION             PIC X(44).
002580     05  PCL-COUNT               PIC ZZZ,ZZ9.
002590 PROCEDURE DIVISION.
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002620     PERFORM 2000-FIND-NIGHTS THRU 2000-EXIT.
002630     PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT.
002640     PERFORM 4000-EVALUATE-STEPS THRU 4000-EXIT.
002650     PERFORM 5000-PRINT-NIGHTS THRU 5000-EXIT.
002660     PERFORM 6000-PRINT-STEPS THRU 6000-EXIT.
002670     PERFORM 7500-PRINT-CONTROLS THRU 7500-EXIT.
002680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002690     STOP RUN.
002700*----------------------------------------------------------*
002710* 1000-INITIALIZE -- PARAMETERS AND THE REPORT              *
002720*----------------------------------------------------------*
002730 1000-INITIALIZE.
002740     PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT.
002750     COMPUTE WS-DT-MAX = WS-NIGHTS + WS-AVG-NIGHTS.
002760     COMPUTE WS-WINDOW-SECS = WS-WINDOW-MINS * 60.
002770     INITIALIZE WS-NIGHT-TABLE.
002780     OPEN OUTPUT REPORT-OUT.
002790 1000-EXIT.
002800     EXIT.
002810*----------------------------------------------------------*
002820* 1100-GET-PARAMETERS -- TRNDNIGHTS (UP TO 60), TRNDAVG     *
002830*                 (UP TO 30), TRNDPCT, TRNDMIN AND TRNDWIN  *
002840*                 FROM THE ENVIRONMENT.  A MISSING, ZERO,   *
002850*                 NON-NUMERIC OR TOO LARGE VALUE KEEPS THE  *
002860*                 DEFAULT.                                  *
002870*----------------------------------------------------------*
002880 1100-GET-PARAMETERS.
002890     ACCEPT WS-PARM-BUFFER FROM ENVIRONMENT "TRNDNIGHTS".
002900     PERFORM 1150-ZERO-FILL THRU 1150-EXIT.
002910     IF WS-PARM-VALID
002920      AND WS-PARM-ZF-VALUE NOT > 60
002930         MOVE WS-PARM-ZF-VALUE TO WS-NIGHTS
002940     END-IF.
002950     ACCEPT WS-PARM-BUFFER FROM ENVIRONMENT "TRNDAVG".
002960     PERFORM 1150-ZERO-FILL THRU 1150-EXIT.
002970     IF WS-PARM-VALID
002980      AND WS-PARM-ZF-VALUE NOT > 30
002990         MOVE WS-PARM-ZF-VALUE TO WS-AVG-NIGHTS
003000     END-IF.
003010     ACCEPT WS-PARM-BUFFER FROM ENVIRONMENT "TRNDPCT".
003020     PERFORM 1150-ZERO-FILL THRU 1150-EXIT.
003030     IF WS-PARM-VALID
003040      AND WS-PARM-ZF-VALUE < 1000
003050         MOVE WS-PARM-ZF-VALUE TO WS-OVER-PCT
003060     END-IF.
003070     ACCEPT WS-PARM-BUFFER FROM ENVIRONMENT "TRNDMIN".
003080     PERFORM 1150-ZERO-FILL THRU 1150-EXIT.
003090     IF WS-PARM-VALID
003100      AND WS-PARM-ZF-VALUE < 100000
003110         MOVE WS-PARM-ZF-VALUE TO WS-OVER-MIN-SECS
003120     END-IF.
003130     ACCEPT WS-PARM-BUFFER FROM ENVIRONMENT "TRNDWIN".
003140     PERFORM 1150-ZERO-FILL THRU 1150-EXIT.
003150     IF WS-PARM-VALID
003160      AND WS-PARM-ZF-VALUE NOT > 1440
003170         MOVE WS-PARM-ZF-VALUE TO WS-WINDOW-MINS
003180     END-IF.
003190 1100-EXIT.
003200     EXIT.
003210*----------------------------------------------------------*
003220* 1150-ZERO-FILL -- RIGHT-JUSTIFY AND ZERO-FILL THE VALUE   *
003230*                 IN WS-PARM-BUFFER; VALID ONLY IF IT IS    *
003240*                 ALL DIGITS AND NOT ZERO                   *
003250*----------------------------------------------------------*
003260 1150-ZERO-FILL.
003270     SET WS-PARM-INVALID TO TRUE.
003280     MOVE ZERO TO WS-PARM-LEN.
003290     INSPECT WS-PARM-BUFFER TALLYING WS-PARM-LEN
003300         FOR CHARACTERS BEFORE INITIAL SPACE.
003310     IF WS-PARM-LEN = ZERO
003320         GO TO 1150-EXIT
003330     END-IF.
003340     IF WS-PARM-LEN = 9
003350         MOVE WS-PARM-BUFFER TO WS-PARM-ZF
003360     ELSE
003370         STRING WS-PARM-ZEROS(1 : 9 - WS-PARM-LEN)
003380                    DELIMITED BY SIZE
003390                WS-PARM-BUFFER(1 : WS-PARM-LEN)
003400                    DELIMITED BY SIZE
003410             INTO WS-PARM-ZF
003420     END-IF.
003430     IF WS-PARM-ZF IS NUMERIC
003440      AND WS-PARM-ZF-VALUE > ZERO
003450         SET WS-PARM-VALID TO TRUE
003460     END-IF.
003470 1150-EXIT.
003480     EXIT.
003490*----------------------------------------------------------*
003500* 2000-FIND-NIGHTS -- FIRST PASS: KEEP THE LATEST           *
003510*                 TRNDNIGHTS + TRNDAVG DISTINCT DATES ON    *
003520*                 THE HISTORY, OLDEST FIRST.  NO HISTORY    *
003530*                 YET MEANS AN EMPTY REPORT.                *
003540*----------------------------------------------------------*
003550 2000-FIND-NIGHTS.
003560     OPEN INPUT RUN-HISTORY-FILE.
003570     IF WS-HIST-STATUS NOT = "00"
003580         DISPLAY "TENDANCE-EXECUTION: NO RUN HISTORY (RUNHIST) "
003590                 "YET - NOTHING TO TREND."
003600         GO TO 2000-EXIT
003610     END-IF.
003620     SET WS-HIST-NOT-EOF TO TRUE.
003630     PERFORM 2100-NOTE-ONE-DATE THRU 2100-EXIT
003640         UNTIL WS-HIST-EOF.
003650     CLOSE RUN-HISTORY-FILE.
003660 2000-EXIT.
003670     EXIT.
003680 2100-NOTE-ONE-DATE.
003690     READ RUN-HISTORY-FILE
003700         AT END
003710             SET WS-HIST-EOF TO TRUE
003720             GO TO 2100-EXIT
003730     END-READ.
003740     ADD 1 TO WS-HIST-READ.
003750     IF RH-BUSINESS-DATE IS NOT NUMERIC
003760         GO TO 2100-EXIT
003770     END-IF.
003780     PERFORM 7000-FIND-NIGHT THRU 7000-EXIT.
003790     IF WS-DT-HIT > ZERO
003800         GO TO 2100-EXIT
003810     END-IF.
003820     IF WS-DT-COUNT >= WS-DT-MAX
003830         IF RH-BUSINESS-DATE < WS-NT-DATE(1)
003840             GO TO 2100-EXIT
003850         END-IF
003860         PERFORM 2200-DROP-OLDEST THRU 2200-EXIT
003870             VARYING WS-DT-SUB FROM 1 BY 1
003880             UNTIL WS-DT-SUB >= WS-DT-COUNT
003890         SUBTRACT 1 FROM WS-DT-COUNT
003900     END-IF.
003910     MOVE WS-DT-COUNT TO WS-DT-POS.
003920     ADD 1 TO WS-DT-POS.
003930     PERFORM 2300-OPEN-GAP THRU 2300-EXIT
003940         VARYING WS-DT-SUB FROM WS-DT-COUNT BY -1
003950         UNTIL WS-DT-SUB < 1.
003960     MOVE RH-BUSINESS-DATE TO WS-NT-DATE(WS-DT-POS).
003970     ADD 1 TO WS-DT-COUNT.
003980 2100-EXIT.
003990     EXIT.
004000 2200-DROP-OLDEST.
004010     MOVE WS-NT-DATE(WS-DT-SUB + 1) TO WS-NT-DATE(WS-DT-SUB).
004020 2200-EXIT.
004030     EXIT.
004040*----------------------------------------------------------*
004050* 2300-OPEN-GAP -- SLIDE EACH LATER DATE UP ONE SLOT UNTIL  *
004060*                 THE NEW DATE'S PLACE (WS-DT-POS) IS FOUND *
004070*----------------------------------------------------------*
004080 2300-OPEN-GAP.
004090     IF WS-NT-DATE(WS-DT-SUB) < RH-BUSINESS-DATE
004100         MOVE ZERO TO WS-DT-SUB
004110         GO TO 2300-EXIT
004120     END-IF.
004130     MOVE WS-NT-DATE(WS-DT-SUB) TO WS-NT-DATE(WS-DT-SUB + 1).
004140     MOVE WS-DT-SUB TO WS-DT-POS.
004150 2300-EXIT.
004160     EXIT.
004170*----------------------------------------------------------*
004180* 3000-LOAD-HISTORY -- SECOND PASS: EVERY RECORD FOR A KEPT *
004190*                 DATE INTO ITS STEP AND NIGHT CELL, AND    *
004200*                 THE DAILY STREAM'S STEPS INTO THE NIGHT'S *
004210*                 WINDOW                                    *
004220*----------------------------------------------------------*
004230 3000-LOAD-HISTORY.
004240     IF WS-DT-COUNT = ZERO
004250         GO TO 3000-EXIT
004260     END-IF.
004270     OPEN INPUT RUN-HISTORY-FILE.
004280     SET WS-HIST-NOT-EOF TO TRUE.
004290     PERFORM 3100-LOAD-ONE THRU 3100-EXIT
004300         UNTIL WS-HIST-EOF.
004310     CLOSE RUN-HISTORY-FILE.
004320 3000-EXIT.
004330     EXIT.
004340 3100-LOAD-ONE.
004350     READ RUN-HISTORY-FILE
004360         AT END
004370             SET WS-HIST-EOF TO TRUE
004380             GO TO 3100-EXIT
004390     END-READ.
004400     IF RH-BUSINESS-DATE IS NOT NUMERIC
004410      OR RH-START-TIME IS NOT NUMERIC
004420      OR RH-ELAPSED-SECS IS NOT NUMERIC
004430      OR RH-STEP-COUNT IS NOT NUMERIC
004440         GO TO 3100-EXIT
004450     END-IF.
004460     PERFORM 7000-FIND-NIGHT THRU 7000-EXIT.
004470     IF WS-DT-HIT = ZERO
004480         GO TO 3100-EXIT
004490     END-IF.
004500     PERFORM 7100-FIND-STEP THRU 7100-EXIT.
004510     IF WS-ST-HIT = ZERO
004520         GO TO 3100-EXIT
004530     END-IF.
004540     MOVE RH-STEP-STATUS  TO WS-CL-STATUS(WS-ST-HIT, WS-DT-HIT).
004550     MOVE RH-RERUN-IND    TO WS-CL-RERUN(WS-ST-HIT, WS-DT-HIT).
004560     MOVE RH-RUN-TYPE     TO WS-CL-TYPE(WS-ST-HIT, WS-DT-HIT).
004570     MOVE RH-ELAPSED-SECS TO WS-CL-ELAPSED(WS-ST-HIT, WS-DT-HIT).
004580     MOVE RH-STEP-COUNT   TO WS-CL-COUNT(WS-ST-HIT, WS-DT-HIT).
004590     IF RH-ADJUST-RUN
004600         GO TO 3100-EXIT
004610     END-IF.
004620     MOVE RH-START-TIME TO WS-HMS-TIME.
004630     COMPUTE WS-START-SECS = WS-HMS-HH * 3600
004640                           + WS-HMS-MM * 60
004650                           + WS-HMS-SS.
004660     IF WS-NT-FIRST-SW(WS-DT-HIT) NOT = "Y"
004670         MOVE "Y" TO WS-NT-FIRST-SW(WS-DT-HIT)
004680         MOVE WS-START-SECS TO WS-NT-FIRST-START(WS-DT-HIT)
004690     END-IF.
004700     COMPUTE WS-OFFSET-SECS =
004710         WS-START-SECS - WS-NT-FIRST-START(WS-DT-HIT).
004720     IF WS-OFFSET-SECS < ZERO
004730         ADD 86400 TO WS-OFFSET-SECS
004740     END-IF.
004750     COMPUTE WS-END-OFFSET = WS-OFFSET-SECS + RH-ELAPSED-SECS.
004760     IF WS-END-OFFSET > WS-NT-WINDOW(WS-DT-HIT)
004770         MOVE WS-END-OFFSET TO WS-NT-WINDOW(WS-DT-HIT)
004780     END-IF.
004790 3100-EXIT.
004800     EXIT.
004810*----------------------------------------------------------*
004820* 4000-EVALUATE-STEPS -- NORM AND OVER-NORM FLAG FOR EVERY  *
004830*                 STEP ON EVERY NIGHT SHOWN, AND EACH       *
004840*                 NIGHT'S STEP AND RERUN COUNTS FROM THE    *
004850*                 CELLS, SO A DATE CLOSED TWICE COUNTS ONCE *
004860*----------------------------------------------------------*
004870 4000-EVALUATE-STEPS.
004880     COMPUTE WS-SHOW-FIRST = WS-DT-COUNT - WS-NIGHTS + 1.
004890     IF WS-SHOW-FIRST < 1
004900         MOVE 1 TO WS-SHOW-FIRST
004910     END-IF.
004920     PERFORM 4050-EVALUATE-ONE-STEP THRU 4050-EXIT
004930         VARYING WS-ST-SUB FROM 1 BY 1
004940         UNTIL WS-ST-SUB > WS-ST-COUNT.
004950 4000-EXIT.
004960     EXIT.
004970 4050-EVALUATE-ONE-STEP.
004980     PERFORM 4100-EVALUATE-ONE-CELL THRU 4100-EXIT
004990         VARYING WS-DT-SUB FROM WS-SHOW-FIRST BY 1
005000         UNTIL WS-DT-SUB > WS-DT-COUNT.
005010 4050-EXIT.
005020     EXIT.
005030 4100-EVALUATE-ONE-CELL.
005040     MOVE "N" TO WS-CL-OVER(WS-ST-SUB, WS-DT-SUB).
005050     MOVE ZERO TO WS-CL-NORM(WS-ST-SUB, WS-DT-SUB).
005060     IF WS-CL-STATUS(WS-ST-SUB, WS-DT-SUB) NOT = SPACE
005070      AND WS-CL-TYPE(WS-ST-SUB, WS-DT-SUB) NOT = "A"
005080         ADD 1 TO WS-NT-STEPS(WS-DT-SUB)
005090         IF WS-CL-RERUN(WS-ST-SUB, WS-DT-SUB) = "R"
005100             ADD 1 TO WS-NT-RERUNS(WS-DT-SUB)
005110         END-IF
005120     END-IF.
005130     IF WS-CL-STATUS(WS-ST-SUB, WS-DT-SUB) NOT = "C"
005140         GO TO 4100-EXIT
005150     END-IF.
005160     MOVE ZERO TO WS-NORM-SUM.
005170     MOVE ZERO TO WS-NORM-N.
005180     COMPUTE WS-NORM-SUB = WS-DT-SUB - 1.
005190     PERFORM 4150-ADD-PRIOR-NIGHT THRU 4150-EXIT
005200         UNTIL WS-NORM-SUB < 1
005210            OR WS-NORM-N >= WS-AVG-NIGHTS.
005220     IF WS-NORM-N = ZERO
005230         GO TO 4100-EXIT
005240     END-IF.
005250     DIVIDE WS-NORM-SUM BY WS-NORM-N
005260         GIVING WS-CL-NORM(WS-ST-SUB, WS-DT-SUB) ROUNDED.
005270     COMPUTE WS-NORM-LIMIT =
005280         WS-CL-NORM(WS-ST-SUB, WS-DT-SUB) * WS-OVER-PCT / 100.
005290     IF WS-CL-ELAPSED(WS-ST-SUB, WS-DT-SUB) > WS-NORM-LIMIT
005300      AND WS-CL-ELAPSED(WS-ST-SUB, WS-DT-SUB)
005310          >= WS-CL-NORM(WS-ST-SUB, WS-DT-SUB) + WS-OVER-MIN-SECS
005320         MOVE "Y" TO WS-CL-OVER(WS-ST-SUB, WS-DT-SUB)
005330         ADD 1 TO WS-NT-OVER(WS-DT-SUB)
005340         ADD 1 TO WS-OVER-CELLS
005350     END-IF.
005360 4100-EXIT.
005370     EXIT.
005380 4150-ADD-PRIOR-NIGHT.
005390     IF WS-CL-STATUS(WS-ST-SUB, WS-NORM-SUB) = "C"
005400         ADD WS-CL-ELAPSED(WS-ST-SUB, WS-NORM-SUB)
005410             TO WS-NORM-SUM
005420         ADD 1 TO WS-NORM-N
005430     END-IF.
005440     SUBTRACT 1 FROM WS-NORM-SUB.
005450 4150-EXIT.
005460     EXIT.
005470*----------------------------------------------------------*
005480* 5000-PRINT-NIGHTS -- ONE LINE PER NIGHT SHOWN: THE DAILY  *
005490*                 STREAM'S START AND WINDOW AGAINST THE     *
005500*                 ALLOWED WINDOW, STEPS, RERUNS AND STEPS   *
005510*                 OVER NORM                                 *
005520*----------------------------------------------------------*
005530 5000-PRINT-NIGHTS.
005540     PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT.
005550     IF WS-DT-COUNT = ZERO
005560         WRITE PRINT-LINE FROM NONE-LINE
005570         ADD 1 TO WS-LINE-CNT
005580         GO TO 5000-EXIT
005590     END-IF.
005600     MOVE "NIGHTLY BATCH WINDOW" TO SL-TITLE.
005610     WRITE PRINT-LINE FROM SECTION-LINE.
005620     WRITE PRINT-LINE FROM NIGHT-HEAD-LINE.
005630     ADD 2 TO WS-LINE-CNT.
005640     PERFORM 5100-PRINT-ONE-NIGHT THRU 5100-EXIT
005650         VARYING WS-DT-SUB FROM WS-SHOW-FIRST BY 1
005660         UNTIL WS-DT-SUB > WS-DT-COUNT.
005670     WRITE PRINT-LINE FROM BLANK-LINE.
005680     ADD 1 TO WS-LINE-CNT.
005690 5000-EXIT.
005700     EXIT.
005710 5100-PRINT-ONE-NIGHT.
005720     IF WS-LINE-CNT >= WS-MAX-LINES
005730         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
005740         WRITE PRINT-LINE FROM NIGHT-HEAD-LINE
005750         ADD 1 TO WS-LINE-CNT
005760     END-IF.
005770     ADD 1 TO WS-SHOWN-NIGHTS.
005780     MOVE WS-NT-DATE(WS-DT-SUB) TO NL-DATE.
005790     MOVE WS-NT-FIRST-START(WS-DT-SUB) TO WS-FMT-SECS.
005800     PERFORM 8500-FORMAT-SECONDS THRU 8500-EXIT.
005810     MOVE WS-FMT-HMS TO NL-START.
005820     MOVE WS-NT-WINDOW(WS-DT-SUB) TO WS-FMT-SECS.
005830     PERFORM 8500-FORMAT-SECONDS THRU 8500-EXIT.
005840     MOVE WS-FMT-HMS TO NL-WINDOW.
005850     COMPUTE WS-ALLOWED-PCT ROUNDED =
005860         WS-NT-WINDOW(WS-DT-SUB) * 100 / WS-WINDOW-SECS.
005870     MOVE WS-ALLOWED-PCT TO NL-ALLOWED.
005880     MOVE WS-NT-STEPS(WS-DT-SUB)  TO NL-STEPS.
005890     MOVE WS-NT-RERUNS(WS-DT-SUB) TO NL-RERUNS.
005900     MOVE WS-NT-OVER(WS-DT-SUB)   TO NL-OVER.
005910     MOVE SPACES TO NL-FLAGS.
005920     IF WS-NT-WINDOW(WS-DT-SUB) > WS-WINDOW-SECS
005930         ADD 1 TO WS-LONG-NIGHTS
005940         IF WS-NT-RERUNS(WS-DT-SUB) > ZERO
005950             MOVE "OVER WINDOW, RESTART" TO NL-FLAGS
005960         ELSE
005970             MOVE "OVER WINDOW" TO NL-FLAGS
005980         END-IF
005990     ELSE
006000         IF WS-NT-RERUNS(WS-DT-SUB) > ZERO
006010             MOVE "RESTART" TO NL-FLAGS
006020         END-IF
006030     END-IF.
006040     IF WS-NT-RERUNS(WS-DT-SUB) > ZERO
006050         ADD 1 TO WS-RERUN-NIGHTS
006060     END-IF.
006070     WRITE PRINT-LINE FROM NIGHT-LINE.
006080     ADD 1 TO WS-LINE-CNT.
006090 5100-EXIT.
006100     EXIT.
006110*----------------------------------------------------------*
006120* 6000-PRINT-STEPS -- ONE BLOCK PER STEP: ITS ELAPSED TIME  *
006130*                 EACH NIGHT WITH NORM AND SHARE OF THE     *
006140*                 WINDOW, HEADED BY THE LATEST NIGHT        *
006150*                 AGAINST ITS NORM                          *
006160*----------------------------------------------------------*
006170 6000-PRINT-STEPS.
006180     IF WS-DT-COUNT = ZERO
006190         GO TO 6000-EXIT
006200     END-IF.
006210     IF WS-LINE-CNT + 4 > WS-MAX-LINES
006220         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
006230     END-IF.
006240     MOVE "ELAPSED TIME BY STEP" TO SL-TITLE.
006250     WRITE PRINT-LINE FROM SECTION-LINE.
006260     ADD 1 TO WS-LINE-CNT.
006270     PERFORM 6100-PRINT-ONE-STEP THRU 6100-EXIT
006280         VARYING WS-ST-SUB FROM 1 BY 1
006290         UNTIL WS-ST-SUB > WS-ST-COUNT.
006300 6000-EXIT.
006310     EXIT.
006320 6100-PRINT-ONE-STEP.
006330     MOVE ZERO TO WS-NIGHTS-RUN.
006340     MOVE ZERO TO WS-LATEST-SUB.
006350     PERFORM 6150-FIND-LATEST THRU 6150-EXIT
006360         VARYING WS-DT-SUB FROM WS-SHOW-FIRST BY 1
006370         UNTIL WS-DT-SUB > WS-DT-COUNT.
006380     IF WS-NIGHTS-RUN = ZERO
006390         GO TO 6100-EXIT
006400     END-IF.
006410     IF WS-LINE-CNT + WS-NIGHTS-RUN + 3 > WS-MAX-LINES
006420         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
006430     END-IF.
006440     MOVE WS-ST-NAME(WS-ST-SUB) TO SH-STEP.
006450     IF WS-CL-TYPE(WS-ST-SUB, WS-LATEST-SUB) = "A"
006460         MOVE "ADJUSTMENT" TO SH-TYPE
006470     ELSE
006480         MOVE "DAILY" TO SH-TYPE
006490     END-IF.
006500     IF WS-CL-NORM(WS-ST-SUB, WS-LATEST-SUB) = ZERO
006510         MOVE "- NO NORM YET" TO SH-CHANGE-TEXT
006520     ELSE
006530         COMPUTE WS-CHANGE-PCT ROUNDED =
006540             (WS-CL-ELAPSED(WS-ST-SUB, WS-LATEST-SUB)
006550              - WS-CL-NORM(WS-ST-SUB, WS-LATEST-SUB)) * 100
006560             / WS-CL-NORM(WS-ST-SUB, WS-LATEST-SUB)
006570             ON SIZE ERROR
006580                 MOVE 9999 TO WS-CHANGE-PCT
006590         END-COMPUTE
006600         MOVE WS-CHANGE-PCT TO SH-CHANGE
006610         MOVE SH-CHANGE-EDIT TO SH-CHANGE-TEXT
006620     END-IF.
006630     WRITE PRINT-LINE FROM STEP-HEAD-LINE.
006640     WRITE PRINT-LINE FROM STEP-COL-LINE.
006650     ADD 2 TO WS-LINE-CNT.
006660     PERFORM 6200-PRINT-ONE-CELL THRU 6200-EXIT
006670         VARYING WS-DT-SUB FROM WS-SHOW-FIRST BY 1
006680         UNTIL WS-DT-SUB > WS-DT-COUNT.
006690     WRITE PRINT-LINE FROM BLANK-LINE.
006700     ADD 1 TO WS-LINE-CNT.
006710 6100-EXIT.
006720     EXIT.
006730 6150-FIND-LATEST.
006740     IF WS-CL-STATUS(WS-ST-SUB, WS-DT-SUB) NOT = SPACE
006750         ADD 1 TO WS-NIGHTS-RUN
006760         MOVE WS-DT-SUB TO WS-LATEST-SUB
006770     END-IF.
006780 6150-EXIT.
006790     EXIT.
006800 6200-PRINT-ONE-CELL.
006810     IF WS-CL-STATUS(WS-ST-SUB, WS-DT-SUB) = SPACE
006820         GO TO 6200-EXIT
006830     END-IF.
006840     IF WS-LINE-CNT >= WS-MAX-LINES
006850         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
006860         WRITE PRINT-LINE FROM STEP-HEAD-LINE
006870         WRITE PRINT-LINE FROM STEP-COL-LINE
006880         ADD 2 TO WS-LINE-CNT
006890     END-IF.
006900     MOVE WS-NT-DATE(WS-DT-SUB) TO TL-DATE.
006910     MOVE WS-CL-ELAPSED(WS-ST-SUB, WS-DT-SUB) TO WS-FMT-SECS.
006920     PERFORM 8500-FORMAT-SECONDS THRU 8500-EXIT.
006930     MOVE WS-FMT-HMS TO TL-ELAPSED.
006940     IF WS-CL-NORM(WS-ST-SUB, WS-DT-SUB) = ZERO
006950         MOVE "   -    " TO TL-NORM
006960     ELSE
006970         MOVE WS-CL-NORM(WS-ST-SUB, WS-DT-SUB) TO WS-FMT-SECS
006980         PERFORM 8500-FORMAT-SECONDS THRU 8500-EXIT
006990         MOVE WS-FMT-HMS TO TL-NORM
007000     END-IF.
007010     IF WS-NT-WINDOW(WS-DT-SUB) = ZERO
007020      OR WS-CL-TYPE(WS-ST-SUB, WS-DT-SUB) = "A"
007030         MOVE "   - " TO TL-SHARE-X
007040     ELSE
007050         COMPUTE WS-SHARE-PCT ROUNDED =
007060             WS-CL-ELAPSED(WS-ST-SUB, WS-DT-SUB) * 100
007070             / WS-NT-WINDOW(WS-DT-SUB)
007080             ON SIZE ERROR
007090                 MOVE 100 TO WS-SHARE-PCT
007100         END-COMPUTE
007110         MOVE WS-SHARE-PCT TO TL-SHARE
007120     END-IF.
007130     MOVE WS-CL-COUNT(WS-ST-SUB, WS-DT-SUB) TO TL-COUNT.
007140     MOVE SPACES TO TL-FLAGS.
007150     IF WS-CL-STATUS(WS-ST-SUB, WS-DT-SUB) NOT = "C"
007160         MOVE "NOT COMPLETED" TO TL-FLAGS
007170     ELSE
007180         IF WS-CL-OVER(WS-ST-SUB, WS-DT-SUB) = "Y"
007190             IF WS-CL-RERUN(WS-ST-SUB, WS-DT-SUB) = "R"
007200                 MOVE "OVER NORM, RERUN" TO TL-FLAGS
007210             ELSE
007220                 MOVE "OVER NORM" TO TL-FLAGS
007230             END-IF
007240         ELSE
007250             IF WS-CL-RERUN(WS-ST-SUB, WS-DT-SUB) = "R"
007260                 MOVE "RERUN" TO TL-FLAGS
007270             END-IF
007280         END-IF
007290     END-IF.
007300     WRITE PRINT-LINE FROM STEP-LINE.
007310     ADD 1 TO WS-LINE-CNT.
007320 6200-EXIT.
007330     EXIT.
007340*----------------------------------------------------------*
007350* 7000-FIND-NIGHT -- SLOT OF RH-BUSINESS-DATE IN THE NIGHT  *
007360*                 TABLE, ZERO IF NOT KEPT                   *
007370*----------------------------------------------------------*
007380 7000-FIND-NIGHT.
007390     MOVE ZERO TO WS-DT-HIT.
007400     PERFORM 7050-SCAN-NIGHTS THRU 7050-EXIT
007410         VARYING WS-DT-SUB FROM 1 BY 1
007420         UNTIL WS-DT-SUB > WS-DT-COUNT
007430            OR WS-DT-HIT > ZERO.
007440 7000-EXIT.
007450     EXIT.
007460 7050-SCAN-NIGHTS.
007470     IF WS-NT-DATE(WS-DT-SUB) = RH-BUSINESS-DATE
007480         MOVE WS-DT-SUB TO WS-DT-HIT
007490     END-IF.
007500 7050-EXIT.
007510     EXIT.
007520*----------------------------------------------------------*
007530* 7100-FIND-STEP -- ROW FOR RH-STEP-NAME, ADDED ON FIRST    *
007540*                 SIGHT                                     *
007550*----------------------------------------------------------*
007560 7100-FIND-STEP.
007570     MOVE ZERO TO WS-ST-HIT.
007580     PERFORM 7150-SCAN-STEPS THRU 7150-EXIT
007590         VARYING WS-ST-SUB FROM 1 BY 1
007600         UNTIL WS-ST-SUB > WS-ST-COUNT
007610            OR WS-ST-HIT > ZERO.
007620     IF WS-ST-HIT > ZERO
007630         GO TO 7100-EXIT
007640     END-IF.
007650     IF WS-ST-COUNT >= WS-ST-MAX
007660         ADD 1 TO WS-ST-LOST
007670         GO TO 7100-EXIT
007680     END-IF.
007690     ADD 1 TO WS-ST-COUNT.
007700     MOVE WS-ST-COUNT TO WS-ST-HIT.
007710     INITIALIZE WS-STEP-ROW(WS-ST-HIT).
007720     MOVE RH-STEP-NAME TO WS-ST-NAME(WS-ST-HIT).
007730 7100-EXIT.
007740     EXIT.
007750 7150-SCAN-STEPS.
007760     IF WS-ST-NAME(WS-ST-SUB) = RH-STEP-NAME
007770         MOVE WS-ST-SUB TO WS-ST-HIT
007780     END-IF.
007790 7150-EXIT.
007800     EXIT.
007810*----------------------------------------------------------*
007820* 7500-PRINT-CONTROLS -- WHAT WAS READ AND FLAGGED          *
007830*----------------------------------------------------------*
007840 7500-PRINT-CONTROLS.
007850     IF WS-LINE-CNT + 8 > WS-MAX-LINES
007860         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
007870     END-IF.
007880     IF WS-LINE-CNT > 4
007890         WRITE PRINT-LINE FROM SEPARATOR-LINE
007900     END-IF.
007910     MOVE "RUN HISTORY RECORDS READ:" TO PCL-CAPTION.
007920     MOVE WS-HIST-READ TO PCL-COUNT.
007930     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
007940     MOVE "NIGHTS SHOWN:" TO PCL-CAPTION.
007950     MOVE WS-SHOWN-NIGHTS TO PCL-COUNT.
007960     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
007970     MOVE "NIGHTS OVER THE ALLOWED WINDOW:" TO PCL-CAPTION.
007980     MOVE WS-LONG-NIGHTS TO PCL-COUNT.
007990     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
008000     MOVE "NIGHTS WITH A RESTART:" TO PCL-CAPTION.
008010     MOVE WS-RERUN-NIGHTS TO PCL-COUNT.
008020     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
008030     MOVE "STEP RUNS OVER NORM:" TO PCL-CAPTION.
008040     MOVE WS-OVER-CELLS TO PCL-COUNT.
008050     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
008060     IF WS-ST-LOST > ZERO
008070         MOVE "RECORDS NOT TRENDED (STEP TABLE FULL):"
008080             TO PCL-CAPTION
008090         MOVE WS-ST-LOST TO PCL-COUNT
008100         WRITE PRINT-LINE FROM PROOF-COUNT-LINE
008110     END-IF.
008120 7500-EXIT.
008130     EXIT.
008140*----------------------------------------------------------*
008150* 8000-PRINT-HEADINGS -- START A NEW TREND REPORT PAGE      *
008160*----------------------------------------------------------*
008170 8000-PRINT-HEADINGS.
008180     IF WS-DT-COUNT > ZERO
008190         MOVE WS-NT-DATE(WS-SHOW-FIRST) TO HL1-FROM
008200         MOVE WS-NT-DATE(WS-DT-COUNT)   TO HL1-TO
008210     ELSE
008220         MOVE ZERO TO HL1-FROM
008230         MOVE ZERO TO HL1-TO
008240     END-IF.
008250     MOVE WS-PAGE-NO TO HL1-PAGE.
008260     MOVE WS-AVG-NIGHTS TO HL2-AVG.
008270     MOVE WS-OVER-PCT TO HL2-PCT.
008280     MOVE WS-OVER-MIN-SECS TO HL2-MIN.
008290     MOVE WS-WINDOW-SECS TO WS-FMT-SECS.
008300     PERFORM 8500-FORMAT-SECONDS THRU 8500-EXIT.
008310     MOVE WS-FMT-HMS TO HL3-WINDOW.
008320     WRITE PRINT-LINE FROM HEADING-LINE-1.
008330     WRITE PRINT-LINE FROM HEADING-LINE-2.
008340     WRITE PRINT-LINE FROM HEADING-LINE-3.
008350     WRITE PRINT-LINE FROM SEPARATOR-LINE.
008360     ADD 1 TO WS-PAGE-NO.
008370     MOVE 4 TO WS-LINE-CNT.
008380 8000-EXIT.
008390     EXIT.
008400*----------------------------------------------------------*
008410* 8500-FORMAT-SECONDS -- WS-FMT-SECS AS HH:MM:SS            *
008420*----------------------------------------------------------*
008430 8500-FORMAT-SECONDS.
008440     DIVIDE WS-FMT-SECS BY 3600
008450         GIVING WS-FMT-HH REMAINDER WS-FMT-REM.
008460     DIVIDE WS-FMT-REM BY 60
008470         GIVING WS-FMT-MM REMAINDER WS-FMT-SS.
008480 8500-EXIT.
008490     EXIT.
008500*----------------------------------------------------------*
008510* 9000-TERMINATE -- CLOSE THE REPORT                        *
008520*----------------------------------------------------------*
008530 9000-TERMINATE.
008540     CLOSE REPORT-OUT.
008550     DISPLAY "TENDANCE-EXECUTION: " WS-SHOWN-NIGHTS
008560             " NIGHTS TRENDED, " WS-OVER-CELLS
008570             " STEP RUNS OVER NORM.".
008580     MOVE ZERO TO RETURN-CODE.
008590 9000-EXIT.
008600     EXIT.
