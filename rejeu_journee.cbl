000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REJEU-JOURNEE.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  HISTORICAL DAY REPLAY.      *
000110*                 RPLFUNC=EXTRACT PULLS EVERY ITEM DATED    *
000120*                 RPLDATE THRU RPLTHRU FROM THE HISTORY     *
000130*                 MASTER (OR FROM THE FLAT SNAPSHOT NAMED   *
000140*                 IN RPLSNAP) AND WRITES IT BACK OUT AS     *
000150*                 BALANCED LOT INPUT - HEADER, DETAILS,     *
000160*                 TRAILER - ON RPLNUM, RPLDEC AND RPLSGN,   *
000170*                 FOREIGN AMOUNTS TAKEN BACK TO THE         *
000180*                 CURRENCY THEY WERE PRESENTED IN.  THE     *
000190*                 JOB THEN RUNS THE CURRENT LOT PROGRAMS    *
000200*                 OVER THOSE FILES INTO AN ISOLATED AREA.   *
000210*                 RPLFUNC=COMPARE MATCHES WHAT THE REPLAY   *
000220*                 POSTED (RESULT, OPERANDS IN BASE, GL LEG) *
000230*                 AGAINST THE ORIGINAL POSTING ON HISTMAST  *
000240*                 AND GLOUT, LISTS ITEMS THE REPLAY WOULD   *
000250*                 NOW REJECT OR REFER, AND ENDS WITH        *
000260*                 CONDITION CODE 4 WHEN ANYTHING DIFFERS.   *
000270*                 NOTHING LIVE IS WRITTEN.                  *
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT HISTORY-MASTER   ASSIGN TO HISTMAST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS HIST-TRAN-ID
000360         FILE STATUS IS WS-HIST-STATUS.
000370     SELECT SNAPSHOT-IN      ASSIGN DYNAMIC WS-SNAP-PATH
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-SNAP-STATUS.
000400     SELECT CURRENCY-RATES   ASSIGN TO CURRATES
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RATE-STATUS.
000430     SELECT REPLAY-NUM-IN    ASSIGN TO RPLNUM
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT REPLAY-DEC-IN    ASSIGN TO RPLDEC
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT REPLAY-SGN-IN    ASSIGN TO RPLSGN
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT REPLAY-NUM-OUT   ASSIGN TO RPLNOUT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RESULT-STATUS.
000520     SELECT REPLAY-DEC-OUT   ASSIGN TO RPLDOUT
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RESULT-STATUS.
000550     SELECT REPLAY-SGN-OUT   ASSIGN TO RPLSOUT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RESULT-STATUS.
000580     SELECT ORIGINAL-GL      ASSIGN TO GLOUT
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-GL-STATUS.
000610     SELECT REPLAY-GL        ASSIGN TO RPLGL
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-GL-STATUS.
000640     SELECT REPLAY-EXCEPTIONS ASSIGN TO RPLEXC
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-EXCP-STATUS.
000670     SELECT REPLAY-REFERRALS ASSIGN TO RPLREF
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-REF-STATUS.
000700     SELECT REPORT-OUT       ASSIGN TO RPLRPT
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720 DATA DIVISION.
000730 FILE SECTION.
000740*----------------------------------------------------------*
000750* HISTORY-MASTER -- ONE RECORD PER TRAN-ID, READ FRONT TO   *
000760*                 BACK INTO THE WORKING IMAGE               *
000770*----------------------------------------------------------*
000780 FD  HISTORY-MASTER.
000790 01  HIST-REC.
000800     05  HIST-TRAN-ID            PIC X(06).
000810     05  FILLER                  PIC X(56).
000820*----------------------------------------------------------*
000830* SNAPSHOT-IN -- A FLAT HISTMAST SNAPSHOT FROM THE BACKUP   *
000840*                 AREA, IN THE SAME KEY ORDER               *
000850*----------------------------------------------------------*
000860 FD  SNAPSHOT-IN.
000870 01  SNAP-IN-LINE                PIC X(62).
000880*----------------------------------------------------------*
000890* CURRENCY-RATES -- RATE TABLE, LOADED AT START             *
000900*----------------------------------------------------------*
000910 FD  CURRENCY-RATES.
000920     COPY CURREC.
000930*----------------------------------------------------------*
000940* REPLAY-xxx-IN -- THE LOT INPUT FILES THE EXTRACT BUILDS   *
000950*----------------------------------------------------------*
000960 FD  REPLAY-NUM-IN.
000970 01  RPL-NUM-LINE                PIC X(62).
000980 FD  REPLAY-DEC-IN.
000990 01  RPL-DEC-LINE                PIC X(62).
001000 FD  REPLAY-SGN-IN.
001010 01  RPL-SGN-LINE                PIC X(62).
001020*----------------------------------------------------------*
001030* REPLAY-xxx-OUT -- WHAT EACH LOT PROGRAM POSTED ON REPLAY  *
001040*----------------------------------------------------------*
001050 FD  REPLAY-NUM-OUT.
001060 01  RPL-NOUT-LINE               PIC X(62).
001070 FD  REPLAY-DEC-OUT.
001080 01  RPL-DOUT-LINE               PIC X(62).
001090 FD  REPLAY-SGN-OUT.
001100 01  RPL-SOUT-LINE               PIC X(62).
001110*----------------------------------------------------------*
001120* ORIGINAL-GL / REPLAY-GL -- LIVE GL INTERFACE AND THE ONE  *
001130*                 THE REPLAY WROTE                          *
001140*----------------------------------------------------------*
001150 FD  ORIGINAL-GL.
001160 01  ORIGINAL-GL-LINE            PIC X(36).
001170 FD  REPLAY-GL.
001180 01  REPLAY-GL-LINE              PIC X(36).
001190*----------------------------------------------------------*
001200* REPLAY-EXCEPTIONS / REPLAY-REFERRALS -- WHAT THE REPLAY   *
001210*                 TURNED AWAY                               *
001220*----------------------------------------------------------*
001230 FD  REPLAY-EXCEPTIONS.
001240     COPY EXCPREC.
001250 FD  REPLAY-REFERRALS.
001260     COPY REFREC.
001270*----------------------------------------------------------*
001280* REPORT-OUT -- THE REPLAY COMPARISON REPORT                *
001290*----------------------------------------------------------*
001300 FD  REPORT-OUT.
001310 01  PRINT-LINE                  PIC X(80).
001320 WORKING-STORAGE SECTION.
001330*----------------------------------------------------------*
001340* SWITCHES AND STATUS FIELDS                                *
001350*----------------------------------------------------------*
001360 01  WS-HIST-STATUS              PIC X(02).
001370 01  WS-SNAP-STATUS              PIC X(02).
001380 01  WS-RESULT-STATUS            PIC X(02).
001390 01  WS-GL-STATUS                PIC X(02).
001400 01  WS-EXCP-STATUS              PIC X(02).
001410 01  WS-REF-STATUS               PIC X(02).
001420 01  WS-EOF-SW                   PIC X(01).
001430     88  WS-EOF                        VALUE "Y".
001440     88  WS-NOT-EOF                    VALUE "N".
001450 01  WS-PARM-SW                  PIC X(01).
001460     88  WS-PARM-VALID                 VALUE "Y".
001470     88  WS-PARM-INVALID               VALUE "N".
001480 01  WS-LOAD-SW                  PIC X(01).
001490     88  WS-LOAD-OK                    VALUE "Y".
001500     88  WS-LOAD-FAILED                VALUE "N".
001510 01  WS-MATCH-SW                 PIC X(01).
001520     88  WS-BC-MATCHED                 VALUE "Y".
001530     88  WS-BC-NOT-MATCHED             VALUE "N".
001540 01  WS-FIRST-LINE-SW            PIC X(01).
001550     88  WS-FIRST-LINE                 VALUE "Y".
001560     88  WS-NOT-FIRST-LINE             VALUE "N".
001570*----------------------------------------------------------*
001580* FUNCTION AND REPLAY PARAMETERS                            *
001590*----------------------------------------------------------*
001600 01  WS-FUNCTION                 PIC X(08).
001610     88  WS-FUNC-EXTRACT               VALUE "EXTRACT".
001620     88  WS-FUNC-COMPARE               VALUE "COMPARE".
001630 01  WS-DATE-BUFFER              PIC X(08).
001640 01  WS-FROM-DATE                PIC 9(08).
001650 01  WS-THRU-DATE                PIC 9(08).
001660 01  WS-SNAP-PATH                PIC X(60).
001670 01  WS-SEL-DATE                 PIC 9(08).
001680 01  WS-REPLAY-SOURCE-ID         PIC X(08) VALUE "REPLAY".
001690*----------------------------------------------------------*
001700* CURRENCY RATE TABLE                                       *
001710*----------------------------------------------------------*
001720 01  WS-BASE-CURRENCY            PIC X(03) VALUE "EUR".
001730 01  WS-RATE-STATUS              PIC X(02).
001740 01  WS-RATE-EOF-SW              PIC X(01).
001750     88  WS-RATE-EOF                   VALUE "Y".
001760     88  WS-RATE-NOT-EOF               VALUE "N".
001770 01  WS-RATE-COUNT               PIC 9(03) COMP VALUE ZERO.
001780 01  WS-RATE-MAX                 PIC 9(03) COMP VALUE 200.
001790 01  WS-RATE-SUB                 PIC 9(03) COMP.
001800 01  WS-RATE-TABLE.
001810     05  WS-RATE-ENTRY OCCURS 200 TIMES.
001820         10  WS-RT-CODE          PIC X(03).
001830         10  WS-RT-EFF-DATE      PIC 9(08).
001840         10  WS-RT-RATE          PIC 9(03)V9(06).
001850 01  WS-RATE-FOUND-SW            PIC X(01).
001860     88  WS-RATE-FOUND                 VALUE "Y".
001870     88  WS-RATE-NOT-FOUND             VALUE "N".
001880 01  WS-BEST-DATE                PIC 9(08).
001890 01  WS-BEST-RATE                PIC 9(03)V9(06).
001900 01  WS-RATE-DATE                PIC 9(08).
001910 01  WS-ITEM-CURRENCY            PIC X(03).
001920*----------------------------------------------------------*
001930* BACK-CONVERSION -- A BASE AMOUNT TAKEN BACK TO THE        *
001940* PRESENTED CURRENCY, PROVED BY CONVERTING IT FORWARD AGAIN *
001950*----------------------------------------------------------*
001960 01  WS-BC-BASE                  PIC 9(05)V9(02).
001970 01  WS-BC-ORIG                  PIC 9(05)V9(02).
001980 01  WS-BC-TRY                   PIC 9(05)V9(02).
001990 01  WS-BC-CHECK                 PIC 9(09)V9(02).
002000 01  WS-BC-LOST-SW               PIC X(01).
002010     88  WS-BC-LOST                    VALUE "Y".
002020     88  WS-BC-NOT-LOST                VALUE "N".
002030*----------------------------------------------------------*
002040* THE ITEM IN HAND                                          *
002050*----------------------------------------------------------*
002060 COPY TRANREC.
002070 01  WS-REPLAY-IMAGE REDEFINES TRANSACTION-RECORD.
002080     05  FILLER                  PIC X(30).
002090     05  WS-RI-RESULT            PIC X(08).
002100     05  FILLER                  PIC X(24).
002110 COPY LOTCTL.
002120 COPY GLREC.
002130 01  WS-LOT-TAG                  PIC X(01).
002140     88  WS-LOT-INTEGER                VALUE "N".
002150     88  WS-LOT-DECIMAL                VALUE "D".
002160     88  WS-LOT-SIGNED                 VALUE "S".
002170 01  WS-WHOLE-NUM1               PIC 9(05).
002180 01  WS-WHOLE-NUM2               PIC 9(05).
002190 01  WS-PROGRAM-NAME             PIC X(10).
002200*----------------------------------------------------------*
002210* ORIGINAL ITEMS IN TRAN-ID ORDER, WITH WHAT THE REPLAY     *
002220* AND THE TWO GL INTERFACES SAID ABOUT EACH                 *
002230*----------------------------------------------------------*
002240 01  WS-ITEM-COUNT               PIC 9(05) COMP VALUE ZERO.
002250 01  WS-ITEM-MAX                 PIC 9(05) COMP VALUE 10000.
002260 01  WS-ITEM-SUB                 PIC 9(05) COMP.
002270 01  WS-FOUND-SUB                PIC 9(05) COMP.
002280 01  WS-LOW-SUB                  PIC 9(05) COMP.
002290 01  WS-HIGH-SUB                 PIC 9(05) COMP.
002300 01  WS-MID-SUB                  PIC 9(05) COMP.
002310 01  WS-FIND-ID                  PIC X(06).
002320 01  WS-ITEM-TABLE.
002330     05  WS-ITEM-ENTRY OCCURS 10000 TIMES.
002340         10  WS-IT-IMAGE.
002350             15  WS-IT-ID        PIC X(06).
002360             15  FILLER          PIC X(56).
002370         10  WS-IT-LOT           PIC X(01).
002380         10  WS-IT-STATUS        PIC X(01).
002390             88  WS-IT-NOT-BACK        VALUE SPACE.
002400             88  WS-IT-POSTED          VALUE "P".
002410             88  WS-IT-REJECTED        VALUE "X".
002420             88  WS-IT-REFERRED        VALUE "R".
002430         10  WS-IT-RESULT        PIC S9(06)V9(02).
002440         10  WS-IT-NUM1          PIC 9(05)V9(02).
002450         10  WS-IT-NUM2          PIC 9(05)V9(02).
002460         10  WS-IT-DETAIL        PIC X(35).
002470         10  WS-IT-OGL-SW        PIC X(01).
002480             88  WS-IT-OGL-FOUND       VALUE "Y".
002490         10  WS-IT-OGL-SIDE      PIC X(01).
002500         10  WS-IT-OGL-AMOUNT    PIC 9(09)V9(02).
002510         10  WS-IT-OGL-CODE      PIC X(08).
002520         10  WS-IT-RGL-SW        PIC X(01).
002530             88  WS-IT-RGL-FOUND       VALUE "Y".
002540         10  WS-IT-RGL-SIDE      PIC X(01).
002550         10  WS-IT-RGL-AMOUNT    PIC 9(09)V9(02).
002560         10  WS-IT-RGL-CODE      PIC X(08).
002570*----------------------------------------------------------*
002580* EXTRACT CONTROLS -- ONE COUNT AND HASH PER LOT FILE       *
002590*----------------------------------------------------------*
002600 01  WS-NUM-WRITTEN              PIC 9(07) COMP VALUE ZERO.
002610 01  WS-DEC-WRITTEN              PIC 9(07) COMP VALUE ZERO.
002620 01  WS-SGN-WRITTEN              PIC 9(07) COMP VALUE ZERO.
002630 01  WS-NUM-HASH                 PIC 9(13)V9(02) VALUE ZERO.
002640 01  WS-DEC-HASH                 PIC 9(13)V9(02) VALUE ZERO.
002650 01  WS-SGN-HASH                 PIC 9(13)V9(02) VALUE ZERO.
002660 01  WS-FOREIGN-COUNT            PIC 9(07) COMP VALUE ZERO.
002670 01  WS-NO-RATE-COUNT            PIC 9(07) COMP VALUE ZERO.
002680 01  WS-LOST-COUNT               PIC 9(07) COMP VALUE ZERO.
002690*----------------------------------------------------------*
002700* LOAD AND COMPARE CONTROLS                                 *
002710*----------------------------------------------------------*
002720 01  WS-ORIG-READ                PIC 9(07) COMP VALUE ZERO.
002730 01  WS-SEQ-ERRORS               PIC 9(07) COMP VALUE ZERO.
002740 01  WS-NUM-POSTED               PIC 9(07) COMP VALUE ZERO.
002750 01  WS-DEC-POSTED               PIC 9(07) COMP VALUE ZERO.
002760 01  WS-SGN-POSTED               PIC 9(07) COMP VALUE ZERO.
002770 01  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
002780 01  WS-REFER-COUNT              PIC 9(07) COMP VALUE ZERO.
002790 01  WS-NOT-BACK-COUNT           PIC 9(07) COMP VALUE ZERO.
002800 01  WS-STRAY-COUNT              PIC 9(07) COMP VALUE ZERO.
002810 01  WS-MATCH-ITEMS              PIC 9(07) COMP VALUE ZERO.
002820 01  WS-DIFF-ITEMS               PIC 9(07) COMP VALUE ZERO.
002830 01  WS-OGL-MISSING              PIC 9(07) COMP VALUE ZERO.
002840 01  WS-ITEM-DIFFS               PIC 9(03) COMP.
002850 01  WS-ORIG-TOTAL               PIC S9(11)V9(02) COMP-3
002860                                 VALUE ZERO.
002870 01  WS-REPLAY-TOTAL             PIC S9(11)V9(02) COMP-3
002880                                 VALUE ZERO.
002890*----------------------------------------------------------*
002900* PAGE CONTROL                                              *
002910*----------------------------------------------------------*
002920 01  WS-PAGE-NO                  PIC 9(3) COMP VALUE 1.
002930 01  WS-LINE-CNT                 PIC 9(3) COMP VALUE 99.
002940 01  WS-MAX-LINES                PIC 9(3) COMP VALUE 50.
002950 01  WS-SECTION-TITLE            PIC X(50).
002960 01  WS-HEADING-KIND             PIC X(01).
002970     88  WS-HEADING-DIFFERENCES        VALUE "D".
002980     88  WS-HEADING-OUTCOMES           VALUE "O".
002990     88  WS-HEADING-SUMMARY            VALUE "S".
003000*----------------------------------------------------------*
003010* REPORT LINE LAYOUTS                                       *
003020*----------------------------------------------------------*
003030 01  WS-EDIT-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
003040 01  SEPARATOR-LINE              PIC X(78) VALUE ALL "-".
003050 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
003060 01  HEADING-LINE-1.
003070     05  FILLER                  PIC X(27)
003080                     VALUE "HISTORICAL DAY REPLAY FROM ".
003090     05  HL1-FROM                PIC 9(08).
003100     05  FILLER                  PIC X(06) VALUE " THRU ".
003110     05  HL1-THRU                PIC 9(08).
003120     05  FILLER                  PIC X(20) VALUE SPACES.
003130     05  FILLER                  PIC X(05) VALUE "PAGE ".
003140     05  HL1-PAGE                PIC ZZ9.
003150 01  HEADING-LINE-2.
003160     05  FILLER                  PIC X(18)
003170                                 VALUE "ORIGINALS FROM:   ".
003180     05  HL2-SOURCE              PIC X(60).
003190 01  HEADING-LINE-3.
003200     05  HL3-TITLE               PIC X(50).
003210 01  HEADING-LINE-4D.
003220     05  FILLER                  PIC X(08) VALUE "TRAN-ID".
003230     05  FILLER                  PIC X(12) VALUE "PROGRAM".
003240     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
003250     05  FILLER                  PIC X(05) VALUE "CUR".
003260     05  FILLER                  PIC X(11) VALUE "FIELD".
003270     05  FILLER                  PIC X(17)
003280                                 VALUE "       ORIGINAL".
003290     05  FILLER                  PIC X(15)
003300                                 VALUE "       REPLAYED".
003310 01  HEADING-LINE-4O.
003320     05  FILLER                  PIC X(08) VALUE "TRAN-ID".
003330     05  FILLER                  PIC X(12) VALUE "PROGRAM".
003340     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
003350     05  FILLER                  PIC X(05) VALUE "CUR".
003360     05  FILLER                  PIC X(11) VALUE "OUTCOME".
003370     05  FILLER                  PIC X(06) VALUE "DETAIL".
003380 01  DIFF-LINE.
003390     05  DF-ID                   PIC X(06).
003400     05  FILLER                  PIC X(02) VALUE SPACES.
003410     05  DF-PROGRAM              PIC X(10).
003420     05  FILLER                  PIC X(02) VALUE SPACES.
003430     05  DF-ACCOUNT              PIC X(08).
003440     05  FILLER                  PIC X(02) VALUE SPACES.
003450     05  DF-CURRENCY             PIC X(03).
003460     05  FILLER                  PIC X(02) VALUE SPACES.
003470     05  DF-WHAT                 PIC X(10).
003480     05  FILLER                  PIC X(01) VALUE SPACE.
003490     05  DF-ORIGINAL             PIC X(15).
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  DF-REPLAYED             PIC X(15).
003520 01  OUTCOME-LINE.
003530     05  OL-ID                   PIC X(06).
003540     05  FILLER                  PIC X(02) VALUE SPACES.
003550     05  OL-PROGRAM              PIC X(10).
003560     05  FILLER                  PIC X(02) VALUE SPACES.
003570     05  OL-ACCOUNT              PIC X(08).
003580     05  FILLER                  PIC X(02) VALUE SPACES.
003590     05  OL-CURRENCY             PIC X(03).
003600     05  FILLER                  PIC X(02) VALUE SPACES.
003610     05  OL-OUTCOME              PIC X(10).
003620     05  FILLER                  PIC X(01) VALUE SPACE.
003630     05  OL-DETAIL               PIC X(35).
003640 01  NOTHING-LINE.
003650     05  NL-TEXT                 PIC X(50).
003660 01  PROOF-COUNT-LINE.
003670     05  PCL-CAPTION             PIC X(44).
003680     05  PCL-COUNT               PIC ZZZ,ZZ9.
003690 01  PROOF-AMOUNT-LINE.
003700     05  PAL-CAPTION             PIC X(44).
003710     05  PAL-AMOUNT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003720 PROCEDURE DIVISION.
003730 0000-MAINLINE.
003740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003750     IF WS-PARM-INVALID
003760         MOVE 8 TO RETURN-CODE
003770         STOP RUN
003780     END-IF.
003790     EVALUATE TRUE
003800         WHEN WS-FUNC-EXTRACT
003810             PERFORM 2000-EXTRACT THRU 2000-EXIT
003820         WHEN WS-FUNC-COMPARE
003830             PERFORM 3000-COMPARE THRU 3000-EXIT
003840         WHEN OTHER
003850             DISPLAY "REJEU-JOURNEE: UNKNOWN FUNCTION "
003860                     WS-FUNCTION
003870             MOVE 8 TO RETURN-CODE
003880     END-EVALUATE.
003890     STOP RUN.
003900*----------------------------------------------------------*
003910* 1000-INITIALIZE -- FUNCTION, REPLAY DATES AND SNAPSHOT    *
003920*                 FROM THE ENVIRONMENT, THE JOB STREAM'S    *
003930*                 PARM.  RPLDATE IS REQUIRED; RPLTHRU       *
003940*                 DEFAULTS TO IT AND MAY NOT BE EARLIER.    *
003950*----------------------------------------------------------*
003960 1000-INITIALIZE.
003970     SET WS-PARM-VALID TO TRUE.
003980     ACCEPT WS-FUNCTION FROM ENVIRONMENT "RPLFUNC".
003990     ACCEPT WS-DATE-BUFFER FROM ENVIRONMENT "RPLDATE".
004000     IF WS-DATE-BUFFER IS NOT NUMERIC
004010         DISPLAY "REJEU-JOURNEE: RPLDATE MISSING OR NOT "
004020                 "YYYYMMDD - ENDING WITH CONDITION CODE 8."
004030         SET WS-PARM-INVALID TO TRUE
004040         GO TO 1000-EXIT
004050     END-IF.
004060     MOVE WS-DATE-BUFFER TO WS-FROM-DATE.
004070     MOVE SPACES TO WS-DATE-BUFFER.
004080     ACCEPT WS-DATE-BUFFER FROM ENVIRONMENT "RPLTHRU".
004090     IF WS-DATE-BUFFER = SPACES
004100         MOVE WS-FROM-DATE TO WS-THRU-DATE
004110     ELSE
004120         IF WS-DATE-BUFFER IS NOT NUMERIC
004130             DISPLAY "REJEU-JOURNEE: RPLTHRU NOT YYYYMMDD - "
004140                     "ENDING WITH CONDITION CODE 8."
004150             SET WS-PARM-INVALID TO TRUE
004160             GO TO 1000-EXIT
004170         END-IF
004180         MOVE WS-DATE-BUFFER TO WS-THRU-DATE
004190     END-IF.
004200     IF WS-THRU-DATE < WS-FROM-DATE
004210         DISPLAY "REJEU-JOURNEE: RPLTHRU " WS-THRU-DATE
004220                 " IS BEFORE RPLDATE " WS-FROM-DATE
004230                 " - ENDING WITH CONDITION CODE 8."
004240         SET WS-PARM-INVALID TO TRUE
004250         GO TO 1000-EXIT
004260     END-IF.
004270     MOVE SPACES TO WS-SNAP-PATH.
004280     ACCEPT WS-SNAP-PATH FROM ENVIRONMENT "RPLSNAP".
004290 1000-EXIT.
004300     EXIT.
004310*----------------------------------------------------------*
004320* 1500-LOAD-ORIGINALS -- EVERY ITEM DATED INSIDE THE        *
004330*                 REPLAY RANGE, FROM THE SNAPSHOT WHEN ONE  *
004340*                 IS NAMED, ELSE FROM THE HISTORY MASTER.   *
004350*                 BOTH COME IN TRAN-ID ORDER, WHICH THE     *
004360*                 LOOK-UPS BELOW RELY ON.                   *
004370*----------------------------------------------------------*
004380 1500-LOAD-ORIGINALS.
004390     SET WS-LOAD-OK TO TRUE.
004400     MOVE ZERO TO WS-ITEM-COUNT.
004410     SET WS-NOT-EOF TO TRUE.
004420     IF WS-SNAP-PATH NOT = SPACES
004430         OPEN INPUT SNAPSHOT-IN
004440         IF WS-SNAP-STATUS NOT = "00"
004450             DISPLAY "REJEU-JOURNEE: CANNOT OPEN SNAPSHOT "
004460                     WS-SNAP-PATH
004470             DISPLAY "REJEU-JOURNEE: STATUS " WS-SNAP-STATUS
004480                     " - ENDING WITH CONDITION CODE 8."
004490             SET WS-LOAD-FAILED TO TRUE
004500             GO TO 1500-EXIT
004510         END-IF
004520         PERFORM 1560-READ-SNAPSHOT THRU 1560-EXIT
004530             UNTIL WS-EOF
004540         CLOSE SNAPSHOT-IN
004550         GO TO 1500-EXIT
004560     END-IF.
004570     OPEN INPUT HISTORY-MASTER.
004580     IF WS-HIST-STATUS NOT = "00"
004590         DISPLAY "REJEU-JOURNEE: CANNOT OPEN HISTORY MASTER, "
004600                 "STATUS " WS-HIST-STATUS
004610                 " - ENDING WITH CONDITION CODE 8."
004620         SET WS-LOAD-FAILED TO TRUE
004630         GO TO 1500-EXIT
004640     END-IF.
004650     PERFORM 1550-READ-HISTORY THRU 1550-EXIT
004660         UNTIL WS-EOF.
004670     CLOSE HISTORY-MASTER.
004680 1500-EXIT.
004690     EXIT.
004700 1550-READ-HISTORY.
004710     READ HISTORY-MASTER NEXT RECORD
004720         INTO TRANSACTION-RECORD
004730         AT END
004740             SET WS-EOF TO TRUE
004750             GO TO 1550-EXIT
004760     END-READ.
004770     PERFORM 1600-TAKE-ORIGINAL THRU 1600-EXIT.
004780 1550-EXIT.
004790     EXIT.
004800 1560-READ-SNAPSHOT.
004810     READ SNAPSHOT-IN INTO TRANSACTION-RECORD
004820         AT END
004830             SET WS-EOF TO TRUE
004840             GO TO 1560-EXIT
004850     END-READ.
004860     PERFORM 1600-TAKE-ORIGINAL THRU 1600-EXIT.
004870 1560-EXIT.
004880     EXIT.
004890*----------------------------------------------------------*
004900* 1600-TAKE-ORIGINAL -- KEEP THE ITEM IF IT FALLS IN THE    *
004910*                 RANGE, WITH THE LOT PROGRAM IT REPLAYS    *
004920*                 THROUGH                                   *
004930*----------------------------------------------------------*
004940 1600-TAKE-ORIGINAL.
004950     ADD 1 TO WS-ORIG-READ.
004960     IF TRAN-DATE IS NOT NUMERIC
004970         GO TO 1600-EXIT
004980     END-IF.
004990     MOVE TRAN-DATE TO WS-SEL-DATE.
005000     IF WS-SEL-DATE < WS-FROM-DATE
005010      OR WS-SEL-DATE > WS-THRU-DATE
005020         GO TO 1600-EXIT
005030     END-IF.
005040     IF WS-ITEM-COUNT > ZERO
005050      AND TRAN-ID NOT > WS-IT-ID(WS-ITEM-COUNT)
005060         ADD 1 TO WS-SEQ-ERRORS
005070         GO TO 1600-EXIT
005080     END-IF.
005090     IF WS-ITEM-COUNT >= WS-ITEM-MAX
005100         DISPLAY "REJEU-JOURNEE: MORE THAN " WS-ITEM-MAX
005110                 " ITEMS IN THE RANGE - REPLAY A SHORTER RANGE."
005120         SET WS-LOAD-FAILED TO TRUE
005130         SET WS-EOF TO TRUE
005140         GO TO 1600-EXIT
005150     END-IF.
005160     ADD 1 TO WS-ITEM-COUNT.
005170     MOVE TRANSACTION-RECORD TO WS-IT-IMAGE(WS-ITEM-COUNT).
005180     PERFORM 7300-CHOOSE-LOT THRU 7300-EXIT.
005190     MOVE WS-LOT-TAG TO WS-IT-LOT(WS-ITEM-COUNT).
005200     MOVE SPACE TO WS-IT-STATUS(WS-ITEM-COUNT).
005210     MOVE ZERO TO WS-IT-RESULT(WS-ITEM-COUNT).
005220     MOVE ZERO TO WS-IT-NUM1(WS-ITEM-COUNT).
005230     MOVE ZERO TO WS-IT-NUM2(WS-ITEM-COUNT).
005240     MOVE SPACES TO WS-IT-DETAIL(WS-ITEM-COUNT).
005250     MOVE "N" TO WS-IT-OGL-SW(WS-ITEM-COUNT).
005260     MOVE "N" TO WS-IT-RGL-SW(WS-ITEM-COUNT).
005270 1600-EXIT.
005280     EXIT.
005290*----------------------------------------------------------*
005300* 1700-LOAD-RATE-TABLE -- PULL THE WHOLE CURRENCY RATE FILE *
005310*                 INTO STORAGE.  NO FILE JUST MEANS NO      *
005320*                 FOREIGN ITEM CAN BE TAKEN BACK.           *
005330*----------------------------------------------------------*
005340 1700-LOAD-RATE-TABLE.
005350     SET WS-RATE-NOT-EOF TO TRUE.
005360     MOVE ZERO TO WS-RATE-COUNT.
005370     OPEN INPUT CURRENCY-RATES.
005380     IF WS-RATE-STATUS NOT = "00"
005390         GO TO 1700-EXIT
005400     END-IF.
005410     PERFORM 1750-READ-ONE-RATE THRU 1750-EXIT
005420         UNTIL WS-RATE-EOF.
005430     CLOSE CURRENCY-RATES.
005440 1700-EXIT.
005450     EXIT.
005460 1750-READ-ONE-RATE.
005470     READ CURRENCY-RATES
005480         AT END
005490             SET WS-RATE-EOF TO TRUE
005500             GO TO 1750-EXIT
005510     END-READ.
005520     IF CUR-EFF-DATE IS NOT NUMERIC
005530      OR CUR-RATE IS NOT NUMERIC
005540         GO TO 1750-EXIT
005550     END-IF.
005560     IF WS-RATE-COUNT >= WS-RATE-MAX
005570         DISPLAY "REJEU-JOURNEE: RATE TABLE FULL - "
005580                 "REMAINING RATES IGNORED."
005590         SET WS-RATE-EOF TO TRUE
005600         GO TO 1750-EXIT
005610     END-IF.
005620     ADD 1 TO WS-RATE-COUNT.
005630     MOVE CUR-CODE     TO WS-RT-CODE(WS-RATE-COUNT).
005640     MOVE CUR-EFF-DATE TO WS-RT-EFF-DATE(WS-RATE-COUNT).
005650     MOVE CUR-RATE     TO WS-RT-RATE(WS-RATE-COUNT).
005660 1750-EXIT.
005670     EXIT.
005680*----------------------------------------------------------*
005690* 2000-EXTRACT -- WRITE THE ORIGINALS BACK OUT AS THE THREE *
005700*                 LOT INPUT FILES, EACH WITH A HEADER FOR   *
005710*                 RPLDATE AND A TRAILER THAT BALANCES       *
005720*----------------------------------------------------------*
005730 2000-EXTRACT.
005740     PERFORM 1500-LOAD-ORIGINALS THRU 1500-EXIT.
005750     IF WS-LOAD-FAILED
005760         MOVE 8 TO RETURN-CODE
005770         GO TO 2000-EXIT
005780     END-IF.
005790     PERFORM 1700-LOAD-RATE-TABLE THRU 1700-EXIT.
005800     OPEN OUTPUT REPLAY-NUM-IN.
005810     OPEN OUTPUT REPLAY-DEC-IN.
005820     OPEN OUTPUT REPLAY-SGN-IN.
005830     MOVE SPACES TO BATCH-HEADER-RECORD.
005840     MOVE "HDR" TO BH-RECORD-TYPE.
005850     MOVE WS-FROM-DATE TO BH-FILE-DATE.
005860     MOVE WS-REPLAY-SOURCE-ID TO BH-SOURCE-ID.
005870     WRITE RPL-NUM-LINE FROM BATCH-HEADER-RECORD.
005880     WRITE RPL-DEC-LINE FROM BATCH-HEADER-RECORD.
005890     WRITE RPL-SGN-LINE FROM BATCH-HEADER-RECORD.
005900     PERFORM 2100-EXTRACT-ONE-ITEM THRU 2100-EXIT
005910         VARYING WS-ITEM-SUB FROM 1 BY 1
005920         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
005930     MOVE SPACES TO BATCH-TRAILER-RECORD.
005940     MOVE "TRL" TO BT-RECORD-TYPE.
005950     MOVE WS-NUM-WRITTEN TO BT-RECORD-COUNT.
005960     MOVE WS-NUM-HASH TO BT-HASH-TOTAL.
005970     WRITE RPL-NUM-LINE FROM BATCH-TRAILER-RECORD.
005980     MOVE WS-DEC-WRITTEN TO BT-RECORD-COUNT.
005990     MOVE WS-DEC-HASH TO BT-HASH-TOTAL.
006000     WRITE RPL-DEC-LINE FROM BATCH-TRAILER-RECORD.
006010     MOVE WS-SGN-WRITTEN TO BT-RECORD-COUNT.
006020     MOVE WS-SGN-HASH TO BT-HASH-TOTAL.
006030     WRITE RPL-SGN-LINE FROM BATCH-TRAILER-RECORD.
006040     CLOSE REPLAY-NUM-IN.
006050     CLOSE REPLAY-DEC-IN.
006060     CLOSE REPLAY-SGN-IN.
006070     DISPLAY "REJEU-JOURNEE: " WS-ORIG-READ
006080             " HISTORY RECORDS READ, " WS-ITEM-COUNT
006090             " SELECTED FOR " WS-FROM-DATE " THRU " WS-THRU-DATE.
006100     DISPLAY "REJEU-JOURNEE: WRITTEN - INTEGER " WS-NUM-WRITTEN
006110             ", DECIMAL " WS-DEC-WRITTEN
006120             ", SIGNED " WS-SGN-WRITTEN.
006130     DISPLAY "REJEU-JOURNEE: FOREIGN ITEMS " WS-FOREIGN-COUNT
006140             ", NO RATE " WS-NO-RATE-COUNT
006150             ", PRESENTED AMOUNT NOT RECOVERED " WS-LOST-COUNT.
006160     IF WS-SEQ-ERRORS > ZERO
006170         DISPLAY "REJEU-JOURNEE: " WS-SEQ-ERRORS
006180                 " RECORDS OUT OF TRAN-ID ORDER WERE SKIPPED."
006190     END-IF.
006200 2000-EXIT.
006210     EXIT.
006220*----------------------------------------------------------*
006230* 2100-EXTRACT-ONE-ITEM -- RESULT CLEARED, FOREIGN AMOUNTS  *
006240*                 TAKEN BACK, THEN ONTO ITS LOT FILE AND    *
006250*                 INTO THAT FILE'S COUNT AND HASH           *
006260*----------------------------------------------------------*
006270 2100-EXTRACT-ONE-ITEM.
006280     MOVE WS-IT-IMAGE(WS-ITEM-SUB) TO TRANSACTION-RECORD.
006290     MOVE SPACES TO WS-RI-RESULT.
006300     IF TRAN-CURRENCY-CODE NOT = SPACES
006310      AND TRAN-CURRENCY-CODE NOT = WS-BASE-CURRENCY
006320         PERFORM 2200-BACK-CONVERT THRU 2200-EXIT
006330     END-IF.
006340     MOVE WS-IT-LOT(WS-ITEM-SUB) TO WS-LOT-TAG.
006350     EVALUATE TRUE
006360         WHEN WS-LOT-INTEGER
006370             WRITE RPL-NUM-LINE FROM TRANSACTION-RECORD
006380             ADD 1 TO WS-NUM-WRITTEN
006390             IF TRAN-NUM1 IS NUMERIC AND TRAN-NUM2 IS NUMERIC
006400                 ADD TRAN-NUM1 TRAN-NUM2 TO WS-NUM-HASH
006410             END-IF
006420         WHEN WS-LOT-DECIMAL
006430             WRITE RPL-DEC-LINE FROM TRANSACTION-RECORD
006440             ADD 1 TO WS-DEC-WRITTEN
006450             IF TRAN-NUM1 IS NUMERIC AND TRAN-NUM2 IS NUMERIC
006460                 ADD TRAN-NUM1 TRAN-NUM2 TO WS-DEC-HASH
006470             END-IF
006480         WHEN OTHER
006490             WRITE RPL-SGN-LINE FROM TRANSACTION-RECORD
006500             ADD 1 TO WS-SGN-WRITTEN
006510             IF TRAN-NUM1 IS NUMERIC AND TRAN-NUM2 IS NUMERIC
006520                 ADD TRAN-NUM1 TRAN-NUM2 TO WS-SGN-HASH
006530             END-IF
006540     END-EVALUATE.
006550 2100-EXIT.
006560     EXIT.
006570*----------------------------------------------------------*
006580* 2200-BACK-CONVERT -- THE HISTORY MASTER HOLDS OPERANDS    *
006590*                 ALREADY IN BASE.  EACH IS DIVIDED BACK BY *
006600*                 THE RATE THE LOT WILL PICK FOR THE        *
006610*                 TRAN-DATE; THE FIGURE IS KEPT ONLY IF     *
006620*                 CONVERTING IT FORWARD GIVES THE BASE      *
006630*                 AMOUNT AGAIN.  NO RATE LEAVES THE BASE    *
006640*                 AMOUNTS AS THEY ARE - THE LOT WILL THEN   *
006650*                 REJECT THE ITEM, WHICH IS WHAT A REPLAY   *
006660*                 SHOULD SHOW.                              *
006670*----------------------------------------------------------*
006680 2200-BACK-CONVERT.
006690     ADD 1 TO WS-FOREIGN-COUNT.
006700     IF TRAN-NUM1 IS NOT NUMERIC
006710      OR TRAN-NUM2 IS NOT NUMERIC
006720         GO TO 2200-EXIT
006730     END-IF.
006740     MOVE TRAN-CURRENCY-CODE TO WS-ITEM-CURRENCY.
006750     MOVE TRAN-DATE TO WS-RATE-DATE.
006760     PERFORM 7100-FIND-RATE THRU 7100-EXIT.
006770     IF WS-RATE-NOT-FOUND OR WS-BEST-RATE = ZERO
006780         ADD 1 TO WS-NO-RATE-COUNT
006790         GO TO 2200-EXIT
006800     END-IF.
006810     SET WS-BC-NOT-LOST TO TRUE.
006820     MOVE TRAN-NUM1 TO WS-BC-BASE.
006830     PERFORM 2250-BACK-ONE-AMOUNT THRU 2250-EXIT.
006840     MOVE WS-BC-ORIG TO TRAN-NUM1.
006850     MOVE TRAN-NUM2 TO WS-BC-BASE.
006860     PERFORM 2250-BACK-ONE-AMOUNT THRU 2250-EXIT.
006870     MOVE WS-BC-ORIG TO TRAN-NUM2.
006880     IF WS-BC-LOST
006890         ADD 1 TO WS-LOST-COUNT
006900     END-IF.
006910 2200-EXIT.
006920     EXIT.
006930*----------------------------------------------------------*
006940* 2250-BACK-ONE-AMOUNT -- WS-BC-BASE BACK TO WS-BC-ORIG.    *
006950*                 THE ROUNDED QUOTIENT IS TRIED FIRST, THEN *
006960*                 ONE CENT EITHER SIDE OF IT; WHEN NONE     *
006970*                 CONVERTS FORWARD TO THE BASE AMOUNT THE   *
006980*                 QUOTIENT STANDS AND THE ITEM IS COUNTED   *
006990*                 AS NOT RECOVERED.                         *
007000*----------------------------------------------------------*
007010 2250-BACK-ONE-AMOUNT.
007020     SET WS-BC-NOT-MATCHED TO TRUE.
007030     COMPUTE WS-BC-ORIG ROUNDED = WS-BC-BASE / WS-BEST-RATE
007040         ON SIZE ERROR
007050             MOVE WS-BC-BASE TO WS-BC-ORIG
007060             SET WS-BC-LOST TO TRUE
007070             GO TO 2250-EXIT
007080     END-COMPUTE.
007090     MOVE WS-BC-ORIG TO WS-BC-TRY.
007100     PERFORM 2280-TRY-AMOUNT THRU 2280-EXIT.
007110     IF WS-BC-MATCHED
007120         GO TO 2250-EXIT
007130     END-IF.
007140     IF WS-BC-ORIG < 99999.99
007150         COMPUTE WS-BC-TRY = WS-BC-ORIG + 0.01
007160         PERFORM 2280-TRY-AMOUNT THRU 2280-EXIT
007170         IF WS-BC-MATCHED
007180             MOVE WS-BC-TRY TO WS-BC-ORIG
007190             GO TO 2250-EXIT
007200         END-IF
007210     END-IF.
007220     IF WS-BC-ORIG > ZERO
007230         COMPUTE WS-BC-TRY = WS-BC-ORIG - 0.01
007240         PERFORM 2280-TRY-AMOUNT THRU 2280-EXIT
007250         IF WS-BC-MATCHED
007260             MOVE WS-BC-TRY TO WS-BC-ORIG
007270             GO TO 2250-EXIT
007280         END-IF
007290     END-IF.
007300     SET WS-BC-LOST TO TRUE.
007310 2250-EXIT.
007320     EXIT.
007330 2280-TRY-AMOUNT.
007340     COMPUTE WS-BC-CHECK ROUNDED = WS-BC-TRY * WS-BEST-RATE.
007350     IF WS-BC-CHECK = WS-BC-BASE
007360         SET WS-BC-MATCHED TO TRUE
007370     END-IF.
007380 2280-EXIT.
007390     EXIT.
007400*----------------------------------------------------------*
007410* 3000-COMPARE -- GATHER WHAT THE REPLAY PRODUCED AND THE   *
007420*                 ORIGINAL GL POSTINGS AGAINST THE ITEMS,   *
007430*                 THEN REPORT                               *
007440*----------------------------------------------------------*
007450 3000-COMPARE.
007460     PERFORM 1500-LOAD-ORIGINALS THRU 1500-EXIT.
007470     IF WS-LOAD-FAILED
007480         MOVE 8 TO RETURN-CODE
007490         GO TO 3000-EXIT
007500     END-IF.
007510     PERFORM 3100-LOAD-ORIGINAL-GL THRU 3100-EXIT.
007520     PERFORM 3200-LOAD-REPLAY-RESULTS THRU 3200-EXIT.
007530     PERFORM 3300-LOAD-REPLAY-GL THRU 3300-EXIT.
007540     PERFORM 3400-LOAD-REPLAY-REJECTS THRU 3400-EXIT.
007550     PERFORM 3500-LOAD-REPLAY-REFERRALS THRU 3500-EXIT.
007560     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
007570     DISPLAY "REJEU-JOURNEE: " WS-ITEM-COUNT " ITEMS, "
007580             WS-MATCH-ITEMS " MATCHED, " WS-DIFF-ITEMS
007590             " DIFFERENT, " WS-REJECT-COUNT " WOULD REJECT, "
007600             WS-REFER-COUNT " WOULD REFER.".
007610     IF WS-DIFF-ITEMS > ZERO
007620      OR WS-REJECT-COUNT > ZERO
007630      OR WS-REFER-COUNT > ZERO
007640      OR WS-NOT-BACK-COUNT > ZERO
007650         MOVE 4 TO RETURN-CODE
007660     END-IF.
007670 3000-EXIT.
007680     EXIT.
007690*----------------------------------------------------------*
007700* 3100-LOAD-ORIGINAL-GL -- THE POSTING LEG EACH ITEM GOT ON *
007710*                 THE LIVE GL INTERFACE.  WHERE AN ITEM WAS *
007720*                 POSTED MORE THAN ONCE THE LATEST LEG IS   *
007730*                 THE ONE THE HISTORY RECORD REFLECTS.      *
007740*----------------------------------------------------------*
007750 3100-LOAD-ORIGINAL-GL.
007760     OPEN INPUT ORIGINAL-GL.
007770     IF WS-GL-STATUS NOT = "00"
007780         DISPLAY "REJEU-JOURNEE: NO GL INTERFACE ON FILE - "
007790                 "ORIGINAL POSTINGS NOT COMPARED."
007800         GO TO 3100-EXIT
007810     END-IF.
007820     SET WS-NOT-EOF TO TRUE.
007830     PERFORM 3150-READ-ORIGINAL-GL THRU 3150-EXIT
007840         UNTIL WS-EOF.
007850     CLOSE ORIGINAL-GL.
007860 3100-EXIT.
007870     EXIT.
007880 3150-READ-ORIGINAL-GL.
007890     READ ORIGINAL-GL INTO GL-INTERFACE-RECORD
007900         AT END
007910             SET WS-EOF TO TRUE
007920             GO TO 3150-EXIT
007930     END-READ.
007940     IF NOT GL-POSTING-LEG
007950      OR GL-TRAN-DATE IS NOT NUMERIC
007960         GO TO 3150-EXIT
007970     END-IF.
007980     MOVE GL-TRAN-DATE TO WS-SEL-DATE.
007990     IF WS-SEL-DATE < WS-FROM-DATE
008000      OR WS-SEL-DATE > WS-THRU-DATE
008010         GO TO 3150-EXIT
008020     END-IF.
008030     MOVE GL-TRAN-ID TO WS-FIND-ID.
008040     PERFORM 7000-FIND-ITEM THRU 7000-EXIT.
008050     IF WS-FOUND-SUB = ZERO
008060         GO TO 3150-EXIT
008070     END-IF.
008080     MOVE "Y" TO WS-IT-OGL-SW(WS-FOUND-SUB).
008090     MOVE GL-DR-CR-IND TO WS-IT-OGL-SIDE(WS-FOUND-SUB).
008100     MOVE GL-AMOUNT TO WS-IT-OGL-AMOUNT(WS-FOUND-SUB).
008110     MOVE GL-ACCOUNT-CODE TO WS-IT-OGL-CODE(WS-FOUND-SUB).
008120 3150-EXIT.
008130     EXIT.
008140*----------------------------------------------------------*
008150* 3200-LOAD-REPLAY-RESULTS -- EVERY ITEM EACH LOT PROGRAM   *
008160*                 POSTED ON REPLAY, WITH ITS RESULT AND ITS *
008170*                 OPERANDS AS CONVERTED TO BASE             *
008180*----------------------------------------------------------*
008190 3200-LOAD-REPLAY-RESULTS.
008200     OPEN INPUT REPLAY-NUM-OUT.
008210     IF WS-RESULT-STATUS = "00"
008220         MOVE "N" TO WS-LOT-TAG
008230         SET WS-NOT-EOF TO TRUE
008240         PERFORM 3210-READ-NUM-RESULT THRU 3210-EXIT
008250             UNTIL WS-EOF
008260         CLOSE REPLAY-NUM-OUT
008270     END-IF.
008280     OPEN INPUT REPLAY-DEC-OUT.
008290     IF WS-RESULT-STATUS = "00"
008300         MOVE "D" TO WS-LOT-TAG
008310         SET WS-NOT-EOF TO TRUE
008320         PERFORM 3220-READ-DEC-RESULT THRU 3220-EXIT
008330             UNTIL WS-EOF
008340         CLOSE REPLAY-DEC-OUT
008350     END-IF.
008360     OPEN INPUT REPLAY-SGN-OUT.
008370     IF WS-RESULT-STATUS = "00"
008380         MOVE "S" TO WS-LOT-TAG
008390         SET WS-NOT-EOF TO TRUE
008400         PERFORM 3230-READ-SGN-RESULT THRU 3230-EXIT
008410             UNTIL WS-EOF
008420         CLOSE REPLAY-SGN-OUT
008430     END-IF.
008440 3200-EXIT.
008450     EXIT.
008460 3210-READ-NUM-RESULT.
008470     READ REPLAY-NUM-OUT INTO TRANSACTION-RECORD
008480         AT END
008490             SET WS-EOF TO TRUE
008500             GO TO 3210-EXIT
008510     END-READ.
008520     PERFORM 3290-TAKE-RESULT THRU 3290-EXIT.
008530 3210-EXIT.
008540     EXIT.
008550 3220-READ-DEC-RESULT.
008560     READ REPLAY-DEC-OUT INTO TRANSACTION-RECORD
008570         AT END
008580             SET WS-EOF TO TRUE
008590             GO TO 3220-EXIT
008600     END-READ.
008610     PERFORM 3290-TAKE-RESULT THRU 3290-EXIT.
008620 3220-EXIT.
008630     EXIT.
008640 3230-READ-SGN-RESULT.
008650     READ REPLAY-SGN-OUT INTO TRANSACTION-RECORD
008660         AT END
008670             SET WS-EOF TO TRUE
008680             GO TO 3230-EXIT
008690     END-READ.
008700     PERFORM 3290-TAKE-RESULT THRU 3290-EXIT.
008710 3230-EXIT.
008720     EXIT.
008730 3290-TAKE-RESULT.
008740     MOVE TRAN-ID TO WS-FIND-ID.
008750     PERFORM 7000-FIND-ITEM THRU 7000-EXIT.
008760     IF WS-FOUND-SUB = ZERO
008770         ADD 1 TO WS-STRAY-COUNT
008780         GO TO 3290-EXIT
008790     END-IF.
008800     MOVE "P" TO WS-IT-STATUS(WS-FOUND-SUB).
008810     MOVE WS-LOT-TAG TO WS-IT-LOT(WS-FOUND-SUB).
008820     MOVE TRAN-RESULT TO WS-IT-RESULT(WS-FOUND-SUB).
008830     MOVE TRAN-NUM1 TO WS-IT-NUM1(WS-FOUND-SUB).
008840     MOVE TRAN-NUM2 TO WS-IT-NUM2(WS-FOUND-SUB).
008850     EVALUATE TRUE
008860         WHEN WS-LOT-INTEGER
008870             ADD 1 TO WS-NUM-POSTED
008880         WHEN WS-LOT-DECIMAL
008890             ADD 1 TO WS-DEC-POSTED
008900         WHEN OTHER
008910             ADD 1 TO WS-SGN-POSTED
008920     END-EVALUATE.
008930 3290-EXIT.
008940     EXIT.
008950*----------------------------------------------------------*
008960* 3300-LOAD-REPLAY-GL -- THE POSTING LEG THE REPLAY WROTE   *
008970*                 FOR EACH ITEM                             *
008980*----------------------------------------------------------*
008990 3300-LOAD-REPLAY-GL.
009000     OPEN INPUT REPLAY-GL.
009010     IF WS-GL-STATUS NOT = "00"
009020         GO TO 3300-EXIT
009030     END-IF.
009040     SET WS-NOT-EOF TO TRUE.
009050     PERFORM 3350-READ-REPLAY-GL THRU 3350-EXIT
009060         UNTIL WS-EOF.
009070     CLOSE REPLAY-GL.
009080 3300-EXIT.
009090     EXIT.
009100 3350-READ-REPLAY-GL.
009110     READ REPLAY-GL INTO GL-INTERFACE-RECORD
009120         AT END
009130             SET WS-EOF TO TRUE
009140             GO TO 3350-EXIT
009150     END-READ.
009160     IF NOT GL-POSTING-LEG
009170         GO TO 3350-EXIT
009180     END-IF.
009190     MOVE GL-TRAN-ID TO WS-FIND-ID.
009200     PERFORM 7000-FIND-ITEM THRU 7000-EXIT.
009210     IF WS-FOUND-SUB = ZERO
009220         GO TO 3350-EXIT
009230     END-IF.
009240     MOVE "Y" TO WS-IT-RGL-SW(WS-FOUND-SUB).
009250     MOVE GL-DR-CR-IND TO WS-IT-RGL-SIDE(WS-FOUND-SUB).
009260     MOVE GL-AMOUNT TO WS-IT-RGL-AMOUNT(WS-FOUND-SUB).
009270     MOVE GL-ACCOUNT-CODE TO WS-IT-RGL-CODE(WS-FOUND-SUB).
009280 3350-EXIT.
009290     EXIT.
009300*----------------------------------------------------------*
009310* 3400-LOAD-REPLAY-REJECTS -- EVERY ITEM THE CURRENT CODE   *
009320*                 WOULD NOW SEND TO THE EXCEPTION FILE      *
009330*----------------------------------------------------------*
009340 3400-LOAD-REPLAY-REJECTS.
009350     OPEN INPUT REPLAY-EXCEPTIONS.
009360     IF WS-EXCP-STATUS NOT = "00"
009370         GO TO 3400-EXIT
009380     END-IF.
009390     SET WS-NOT-EOF TO TRUE.
009400     PERFORM 3450-READ-REPLAY-REJECT THRU 3450-EXIT
009410         UNTIL WS-EOF.
009420     CLOSE REPLAY-EXCEPTIONS.
009430 3400-EXIT.
009440     EXIT.
009450 3450-READ-REPLAY-REJECT.
009460     READ REPLAY-EXCEPTIONS
009470         AT END
009480             SET WS-EOF TO TRUE
009490             GO TO 3450-EXIT
009500     END-READ.
009510     MOVE EXC-TRAN-ID TO WS-FIND-ID.
009520     PERFORM 7000-FIND-ITEM THRU 7000-EXIT.
009530     IF WS-FOUND-SUB = ZERO
009540         ADD 1 TO WS-STRAY-COUNT
009550         GO TO 3450-EXIT
009560     END-IF.
009570     IF WS-IT-REJECTED(WS-FOUND-SUB)
009580         GO TO 3450-EXIT
009590     END-IF.
009600     MOVE "X" TO WS-IT-STATUS(WS-FOUND-SUB).
009610     MOVE SPACES TO WS-IT-DETAIL(WS-FOUND-SUB).
009620     STRING EXC-REASON-CODE DELIMITED BY SIZE
009630            " " DELIMITED BY SIZE
009640            EXC-REASON-TEXT DELIMITED BY SIZE
009650         INTO WS-IT-DETAIL(WS-FOUND-SUB).
009660     ADD 1 TO WS-REJECT-COUNT.
009670 3450-EXIT.
009680     EXIT.
009690*----------------------------------------------------------*
009700* 3500-LOAD-REPLAY-REFERRALS -- EVERY ITEM THE CURRENT      *
009710*                 LIMITS WOULD NOW HOLD FOR A CHECKER       *
009720*----------------------------------------------------------*
009730 3500-LOAD-REPLAY-REFERRALS.
009740     OPEN INPUT REPLAY-REFERRALS.
009750     IF WS-REF-STATUS NOT = "00"
009760         GO TO 3500-EXIT
009770     END-IF.
009780     SET WS-NOT-EOF TO TRUE.
009790     PERFORM 3550-READ-REPLAY-REFERRAL THRU 3550-EXIT
009800         UNTIL WS-EOF.
009810     CLOSE REPLAY-REFERRALS.
009820 3500-EXIT.
009830     EXIT.
009840 3550-READ-REPLAY-REFERRAL.
009850     READ REPLAY-REFERRALS
009860         AT END
009870             SET WS-EOF TO TRUE
009880             GO TO 3550-EXIT
009890     END-READ.
009900     MOVE REF-TRAN-IMAGE(1 : 6) TO WS-FIND-ID.
009910     PERFORM 7000-FIND-ITEM THRU 7000-EXIT.
009920     IF WS-FOUND-SUB = ZERO
009930         ADD 1 TO WS-STRAY-COUNT
009940         GO TO 3550-EXIT
009950     END-IF.
009960     IF WS-IT-REFERRED(WS-FOUND-SUB)
009970         GO TO 3550-EXIT
009980     END-IF.
009990     MOVE "R" TO WS-IT-STATUS(WS-FOUND-SUB).
010000     MOVE REF-AMOUNT TO WS-EDIT-AMOUNT.
010010     MOVE SPACES TO WS-IT-DETAIL(WS-FOUND-SUB).
010020     STRING "OVER LIMIT, AMOUNT" DELIMITED BY SIZE
010030            WS-EDIT-AMOUNT DELIMITED BY SIZE
010040         INTO WS-IT-DETAIL(WS-FOUND-SUB).
010050     ADD 1 TO WS-REFER-COUNT.
010060 3550-EXIT.
010070     EXIT.
010080*----------------------------------------------------------*
010090* 4000-PRINT-REPORT -- DIFFERENCES, ITEMS THE REPLAY DID    *
010100*                 NOT POST, THEN THE CONTROL SUMMARY        *
010110*----------------------------------------------------------*
010120 4000-PRINT-REPORT.
010130     OPEN OUTPUT REPORT-OUT.
010140     IF WS-SNAP-PATH = SPACES
010150         MOVE "HISTORY MASTER (HISTMAST)" TO HL2-SOURCE
010160     ELSE
010170         MOVE WS-SNAP-PATH TO HL2-SOURCE
010180     END-IF.
010190     MOVE "DIFFERENCES - ORIGINAL POSTING AGAINST REPLAY"
010200         TO WS-SECTION-TITLE.
010210     SET WS-HEADING-DIFFERENCES TO TRUE.
010220     PERFORM 4900-PRINT-HEADINGS THRU 4900-EXIT.
010230     PERFORM 4100-COMPARE-ONE-ITEM THRU 4100-EXIT
010240         VARYING WS-ITEM-SUB FROM 1 BY 1
010250         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
010260     IF WS-DIFF-ITEMS = ZERO
010270         MOVE "NO DIFFERENCES" TO NL-TEXT
010280         WRITE PRINT-LINE FROM NOTHING-LINE
010290         ADD 1 TO WS-LINE-CNT
010300     END-IF.
010310     MOVE "ITEMS THE REPLAY DID NOT POST" TO WS-SECTION-TITLE.
010320     SET WS-HEADING-OUTCOMES TO TRUE.
010330     PERFORM 4900-PRINT-HEADINGS THRU 4900-EXIT.
010340     PERFORM 4300-LIST-ONE-OUTCOME THRU 4300-EXIT
010350         VARYING WS-ITEM-SUB FROM 1 BY 1
010360         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
010370     IF WS-REJECT-COUNT = ZERO
010380      AND WS-REFER-COUNT = ZERO
010390      AND WS-NOT-BACK-COUNT = ZERO
010400         MOVE "NONE - EVERY ITEM POSTED ON REPLAY" TO NL-TEXT
010410         WRITE PRINT-LINE FROM NOTHING-LINE
010420         ADD 1 TO WS-LINE-CNT
010430     END-IF.
010440     PERFORM 4800-PRINT-SUMMARY THRU 4800-EXIT.
010450     CLOSE REPORT-OUT.
010460 4000-EXIT.
010470     EXIT.
010480*----------------------------------------------------------*
010490* 4100-COMPARE-ONE-ITEM -- RESULT, OPERANDS IN BASE AND THE *
010500*                 GL POSTING LEG, ORIGINAL AGAINST REPLAY;  *
010510*                 ONE LINE PER FIELD THAT DIFFERS           *
010520*----------------------------------------------------------*
010530 4100-COMPARE-ONE-ITEM.
010540     IF NOT WS-IT-POSTED(WS-ITEM-SUB)
010550         GO TO 4100-EXIT
010560     END-IF.
010570     MOVE WS-IT-IMAGE(WS-ITEM-SUB) TO TRANSACTION-RECORD.
010580     SET WS-FIRST-LINE TO TRUE.
010590     MOVE ZERO TO WS-ITEM-DIFFS.
010600     IF TRAN-RESULT IS NUMERIC
010610         ADD TRAN-RESULT TO WS-ORIG-TOTAL
010620     END-IF.
010630     ADD WS-IT-RESULT(WS-ITEM-SUB) TO WS-REPLAY-TOTAL.
010640     IF TRAN-RESULT IS NOT NUMERIC
010650      OR TRAN-RESULT NOT = WS-IT-RESULT(WS-ITEM-SUB)
010660         MOVE "RESULT" TO DF-WHAT
010670         MOVE TRAN-RESULT TO WS-EDIT-AMOUNT
010680         MOVE WS-EDIT-AMOUNT TO DF-ORIGINAL
010690         MOVE WS-IT-RESULT(WS-ITEM-SUB) TO WS-EDIT-AMOUNT
010700         MOVE WS-EDIT-AMOUNT TO DF-REPLAYED
010710         PERFORM 4200-PRINT-DIFFERENCE THRU 4200-EXIT
010720     END-IF.
010730     IF TRAN-NUM1 NOT = WS-IT-NUM1(WS-ITEM-SUB)
010740         MOVE "NUM1" TO DF-WHAT
010750         MOVE TRAN-NUM1 TO WS-EDIT-AMOUNT
010760         MOVE WS-EDIT-AMOUNT TO DF-ORIGINAL
010770         MOVE WS-IT-NUM1(WS-ITEM-SUB) TO WS-EDIT-AMOUNT
010780         MOVE WS-EDIT-AMOUNT TO DF-REPLAYED
010790         PERFORM 4200-PRINT-DIFFERENCE THRU 4200-EXIT
010800     END-IF.
010810     IF TRAN-NUM2 NOT = WS-IT-NUM2(WS-ITEM-SUB)
010820         MOVE "NUM2" TO DF-WHAT
010830         MOVE TRAN-NUM2 TO WS-EDIT-AMOUNT
010840         MOVE WS-EDIT-AMOUNT TO DF-ORIGINAL
010850         MOVE WS-IT-NUM2(WS-ITEM-SUB) TO WS-EDIT-AMOUNT
010860         MOVE WS-EDIT-AMOUNT TO DF-REPLAYED
010870         PERFORM 4200-PRINT-DIFFERENCE THRU 4200-EXIT
010880     END-IF.
010890     IF WS-IT-OGL-FOUND(WS-ITEM-SUB)
010900         PERFORM 4150-COMPARE-GL THRU 4150-EXIT
010910     ELSE
010920         ADD 1 TO WS-OGL-MISSING
010930     END-IF.
010940     IF WS-ITEM-DIFFS > ZERO
010950         ADD 1 TO WS-DIFF-ITEMS
010960     ELSE
010970         ADD 1 TO WS-MATCH-ITEMS
010980     END-IF.
010990 4100-EXIT.
011000     EXIT.
011010 4150-COMPARE-GL.
011020     IF NOT WS-IT-RGL-FOUND(WS-ITEM-SUB)
011030         MOVE "GL LEG" TO DF-WHAT
011040         MOVE "POSTED" TO DF-ORIGINAL
011050         MOVE "NONE" TO DF-REPLAYED
011060         PERFORM 4200-PRINT-DIFFERENCE THRU 4200-EXIT
011070         GO TO 4150-EXIT
011080     END-IF.
011090     IF WS-IT-OGL-AMOUNT(WS-ITEM-SUB)
011100          NOT = WS-IT-RGL-AMOUNT(WS-ITEM-SUB)
011110         MOVE "GL AMOUNT" TO DF-WHAT
011120         MOVE WS-IT-OGL-AMOUNT(WS-ITEM-SUB) TO WS-EDIT-AMOUNT
011130         MOVE WS-EDIT-AMOUNT TO DF-ORIGINAL
011140         MOVE WS-IT-RGL-AMOUNT(WS-ITEM-SUB) TO WS-EDIT-AMOUNT
011150         MOVE WS-EDIT-AMOUNT TO DF-REPLAYED
011160         PERFORM 4200-PRINT-DIFFERENCE THRU 4200-EXIT
011170     END-IF.
011180     IF WS-IT-OGL-SIDE(WS-ITEM-SUB)
011190          NOT = WS-IT-RGL-SIDE(WS-ITEM-SUB)
011200         MOVE "GL SIDE" TO DF-WHAT
011210         MOVE WS-IT-OGL-SIDE(WS-ITEM-SUB) TO DF-ORIGINAL
011220         MOVE WS-IT-RGL-SIDE(WS-ITEM-SUB) TO DF-REPLAYED
011230         PERFORM 4200-PRINT-DIFFERENCE THRU 4200-EXIT
011240     END-IF.
011250     IF WS-IT-OGL-CODE(WS-ITEM-SUB)
011260          NOT = WS-IT-RGL-CODE(WS-ITEM-SUB)
011270         MOVE "GL CODE" TO DF-WHAT
011280         MOVE WS-IT-OGL-CODE(WS-ITEM-SUB) TO DF-ORIGINAL
011290         MOVE WS-IT-RGL-CODE(WS-ITEM-SUB) TO DF-REPLAYED
011300         PERFORM 4200-PRINT-DIFFERENCE THRU 4200-EXIT
011310     END-IF.
011320 4150-EXIT.
011330     EXIT.
011340*----------------------------------------------------------*
011350* 4200-PRINT-DIFFERENCE -- ONE DIFFERING FIELD; THE ITEM'S  *
011360*                 IDENTITY IS SHOWN ON ITS FIRST LINE ONLY  *
011370*----------------------------------------------------------*
011380 4200-PRINT-DIFFERENCE.
011390     ADD 1 TO WS-ITEM-DIFFS.
011400     IF WS-LINE-CNT >= WS-MAX-LINES
011410         PERFORM 4900-PRINT-HEADINGS THRU 4900-EXIT
011420         SET WS-FIRST-LINE TO TRUE
011430     END-IF.
011440     IF WS-FIRST-LINE
011450         MOVE TRAN-ID TO DF-ID
011460         MOVE WS-IT-LOT(WS-ITEM-SUB) TO WS-LOT-TAG
011470         PERFORM 7400-PROGRAM-NAME THRU 7400-EXIT
011480         MOVE WS-PROGRAM-NAME TO DF-PROGRAM
011490         MOVE TRAN-ACCOUNT TO DF-ACCOUNT
011500         MOVE TRAN-CURRENCY-CODE TO DF-CURRENCY
011510         IF TRAN-CURRENCY-CODE = SPACES
011520             MOVE WS-BASE-CURRENCY TO DF-CURRENCY
011530         END-IF
011540         SET WS-NOT-FIRST-LINE TO TRUE
011550     ELSE
011560         MOVE SPACES TO DF-ID
011570         MOVE SPACES TO DF-PROGRAM
011580         MOVE SPACES TO DF-ACCOUNT
011590         MOVE SPACES TO DF-CURRENCY
011600     END-IF.
011610     WRITE PRINT-LINE FROM DIFF-LINE.
011620     ADD 1 TO WS-LINE-CNT.
011630 4200-EXIT.
011640     EXIT.
011650*----------------------------------------------------------*
011660* 4300-LIST-ONE-OUTCOME -- AN ITEM THE REPLAY REJECTED,     *
011670*                 REFERRED OR NEVER RETURNED                *
011680*----------------------------------------------------------*
011690 4300-LIST-ONE-OUTCOME.
011700     IF WS-IT-POSTED(WS-ITEM-SUB)
011710         GO TO 4300-EXIT
011720     END-IF.
011730     MOVE WS-IT-IMAGE(WS-ITEM-SUB) TO TRANSACTION-RECORD.
011740     IF WS-LINE-CNT >= WS-MAX-LINES
011750         PERFORM 4900-PRINT-HEADINGS THRU 4900-EXIT
011760     END-IF.
011770     MOVE TRAN-ID TO OL-ID.
011780     MOVE WS-IT-LOT(WS-ITEM-SUB) TO WS-LOT-TAG.
011790     PERFORM 7400-PROGRAM-NAME THRU 7400-EXIT.
011800     MOVE WS-PROGRAM-NAME TO OL-PROGRAM.
011810     MOVE TRAN-ACCOUNT TO OL-ACCOUNT.
011820     MOVE TRAN-CURRENCY-CODE TO OL-CURRENCY.
011830     IF TRAN-CURRENCY-CODE = SPACES
011840         MOVE WS-BASE-CURRENCY TO OL-CURRENCY
011850     END-IF.
011860     MOVE WS-IT-DETAIL(WS-ITEM-SUB) TO OL-DETAIL.
011870     EVALUATE TRUE
011880         WHEN WS-IT-REJECTED(WS-ITEM-SUB)
011890             MOVE "REJECT" TO OL-OUTCOME
011900         WHEN WS-IT-REFERRED(WS-ITEM-SUB)
011910             MOVE "REFER" TO OL-OUTCOME
011920         WHEN OTHER
011930             MOVE "NOT BACK" TO OL-OUTCOME
011940             MOVE "NO RESULT, EXCEPTION OR REFERRAL"
011950                 TO OL-DETAIL
011960             ADD 1 TO WS-NOT-BACK-COUNT
011970     END-EVALUATE.
011980     WRITE PRINT-LINE FROM OUTCOME-LINE.
011990     ADD 1 TO WS-LINE-CNT.
012000 4300-EXIT.
012010     EXIT.
012020*----------------------------------------------------------*
012030* 4800-PRINT-SUMMARY -- WHAT WAS SELECTED, REPLAYED AND     *
012040*                 MATCHED, WITH THE RESULT TOTALS           *
012050*----------------------------------------------------------*
012060 4800-PRINT-SUMMARY.
012070     MOVE "SUMMARY" TO WS-SECTION-TITLE.
012080     SET WS-HEADING-SUMMARY TO TRUE.
012090     PERFORM 4900-PRINT-HEADINGS THRU 4900-EXIT.
012100     MOVE "ITEMS SELECTED FROM THE ORIGINALS:" TO PCL-CAPTION.
012110     MOVE WS-ITEM-COUNT TO PCL-COUNT.
012120     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
012130     MOVE "    POSTED ON REPLAY BY ESSAI1-LOT:" TO PCL-CAPTION.
012140     MOVE WS-NUM-POSTED TO PCL-COUNT.
012150     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
012160     MOVE "    POSTED ON REPLAY BY SOMME2DECL:" TO PCL-CAPTION.
012170     MOVE WS-DEC-POSTED TO PCL-COUNT.
012180     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
012190     MOVE "    POSTED ON REPLAY BY SOMME2SGNL:" TO PCL-CAPTION.
012200     MOVE WS-SGN-POSTED TO PCL-COUNT.
012210     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
012220     MOVE "    WOULD NOW BE REJECTED:" TO PCL-CAPTION.
012230     MOVE WS-REJECT-COUNT TO PCL-COUNT.
012240     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
012250     MOVE "    WOULD NOW BE REFERRED:" TO PCL-CAPTION.
012260     MOVE WS-REFER-COUNT TO PCL-COUNT.
012270     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
012280     MOVE "    NOT RETURNED BY THE REPLAY:" TO PCL-CAPTION.
012290     MOVE WS-NOT-BACK-COUNT TO PCL-COUNT.
012300     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
012310     MOVE "REPLAYED ITEMS MATCHING THE ORIGINAL:"
012320         TO PCL-CAPTION.
012330     MOVE WS-MATCH-ITEMS TO PCL-COUNT.
012340     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
012350     MOVE "REPLAYED ITEMS WITH DIFFERENCES:" TO PCL-CAPTION.
012360     MOVE WS-DIFF-ITEMS TO PCL-COUNT.
012370     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
012380     MOVE "ORIGINAL GL LEG NOT ON THE GL INTERFACE:"
012390         TO PCL-CAPTION.
012400     MOVE WS-OGL-MISSING TO PCL-COUNT.
012410     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
012420     IF WS-STRAY-COUNT > ZERO
012430         MOVE "REPLAY RECORDS MATCHING NO ORIGINAL:"
012440             TO PCL-CAPTION
012450         MOVE WS-STRAY-COUNT TO PCL-COUNT
012460         WRITE PRINT-LINE FROM PROOF-COUNT-LINE
012470     END-IF.
012480     IF WS-SEQ-ERRORS > ZERO
012490         MOVE "ORIGINALS SKIPPED - OUT OF TRAN-ID ORDER:"
012500             TO PCL-CAPTION
012510         MOVE WS-SEQ-ERRORS TO PCL-COUNT
012520         WRITE PRINT-LINE FROM PROOF-COUNT-LINE
012530     END-IF.
012540     WRITE PRINT-LINE FROM BLANK-LINE.
012550     MOVE "RESULT TOTAL OF REPLAYED ITEMS - ORIGINAL:"
012560         TO PAL-CAPTION.
012570     MOVE WS-ORIG-TOTAL TO PAL-AMOUNT.
012580     WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE.
012590     MOVE "                                - REPLAYED:"
012600         TO PAL-CAPTION.
012610     MOVE WS-REPLAY-TOTAL TO PAL-AMOUNT.
012620     WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE.
012630 4800-EXIT.
012640     EXIT.
012650*----------------------------------------------------------*
012660* 4900-PRINT-HEADINGS -- START A NEW REPORT PAGE            *
012670*----------------------------------------------------------*
012680 4900-PRINT-HEADINGS.
012690     MOVE WS-FROM-DATE TO HL1-FROM.
012700     MOVE WS-THRU-DATE TO HL1-THRU.
012710     MOVE WS-PAGE-NO TO HL1-PAGE.
012720     MOVE WS-SECTION-TITLE TO HL3-TITLE.
012730     WRITE PRINT-LINE FROM HEADING-LINE-1.
012740     WRITE PRINT-LINE FROM HEADING-LINE-2.
012750     WRITE PRINT-LINE FROM HEADING-LINE-3.
012760     EVALUATE TRUE
012770         WHEN WS-HEADING-DIFFERENCES
012780             WRITE PRINT-LINE FROM HEADING-LINE-4D
012790         WHEN WS-HEADING-OUTCOMES
012800             WRITE PRINT-LINE FROM HEADING-LINE-4O
012810         WHEN OTHER
012820             WRITE PRINT-LINE FROM BLANK-LINE
012830     END-EVALUATE.
012840     WRITE PRINT-LINE FROM SEPARATOR-LINE.
012850     ADD 1 TO WS-PAGE-NO.
012860     MOVE 5 TO WS-LINE-CNT.
012870 4900-EXIT.
012880     EXIT.
012890*----------------------------------------------------------*
012900* 7000-FIND-ITEM -- BINARY SEARCH OF THE ITEM TABLE FOR     *
012910*                 WS-FIND-ID; WS-FOUND-SUB IS ZERO WHEN THE *
012920*                 ID IS NOT AMONG THE ORIGINALS             *
012930*----------------------------------------------------------*
012940 7000-FIND-ITEM.
012950     MOVE ZERO TO WS-FOUND-SUB.
012960     MOVE 1 TO WS-LOW-SUB.
012970     MOVE WS-ITEM-COUNT TO WS-HIGH-SUB.
012980     PERFORM 7050-HALVE-RANGE THRU 7050-EXIT
012990         UNTIL WS-LOW-SUB > WS-HIGH-SUB
013000            OR WS-FOUND-SUB > ZERO.
013010 7000-EXIT.
013020     EXIT.
013030 7050-HALVE-RANGE.
013040     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2.
013050     IF WS-IT-ID(WS-MID-SUB) = WS-FIND-ID
013060         MOVE WS-MID-SUB TO WS-FOUND-SUB
013070         GO TO 7050-EXIT
013080     END-IF.
013090     IF WS-IT-ID(WS-MID-SUB) < WS-FIND-ID
013100         COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
013110     ELSE
013120         COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
013130     END-IF.
013140 7050-EXIT.
013150     EXIT.
013160*----------------------------------------------------------*
013170* 7100-FIND-RATE -- LATEST EFFECTIVE DATE NOT AFTER         *
013180*                 WS-RATE-DATE FOR THE ITEM'S CURRENCY, THE *
013190*                 SAME CHOICE THE LOT PROGRAMS MAKE         *
013200*----------------------------------------------------------*
013210 7100-FIND-RATE.
013220     SET WS-RATE-NOT-FOUND TO TRUE.
013230     MOVE ZERO TO WS-BEST-DATE.
013240     PERFORM 7150-CHECK-ONE-RATE THRU 7150-EXIT
013250         VARYING WS-RATE-SUB FROM 1 BY 1
013260         UNTIL WS-RATE-SUB > WS-RATE-COUNT.
013270 7100-EXIT.
013280     EXIT.
013290 7150-CHECK-ONE-RATE.
013300     IF WS-RT-CODE(WS-RATE-SUB) = WS-ITEM-CURRENCY
013310      AND WS-RT-EFF-DATE(WS-RATE-SUB) <= WS-RATE-DATE
013320      AND WS-RT-EFF-DATE(WS-RATE-SUB) >= WS-BEST-DATE
013330         SET WS-RATE-FOUND TO TRUE
013340         MOVE WS-RT-EFF-DATE(WS-RATE-SUB) TO WS-BEST-DATE
013350         MOVE WS-RT-RATE(WS-RATE-SUB)     TO WS-BEST-RATE
013360     END-IF.
013370 7150-EXIT.
013380     EXIT.
013390*----------------------------------------------------------*
013400* 7300-CHOOSE-LOT -- THE LOT PROGRAM AN ITEM REPLAYS        *
013410*                 THROUGH: ONE CARRYING A SECOND SIGN GOES  *
013420*                 TO THE SIGNED LOT; OTHERWISE WHOLE        *
013430*                 OPERANDS GO TO ESSAI1-LOT AND THE REST TO *
013440*                 THE DECIMAL LOT, WHICH COMPUTE THE SAME   *
013450*                 WAY                                       *
013460*----------------------------------------------------------*
013470 7300-CHOOSE-LOT.
013480     IF TRAN-SIGN-IND2 = "D" OR TRAN-SIGN-IND2 = "C"
013490         MOVE "S" TO WS-LOT-TAG
013500         GO TO 7300-EXIT
013510     END-IF.
013520     MOVE "D" TO WS-LOT-TAG.
013530     IF TRAN-NUM1 IS NOT NUMERIC
013540      OR TRAN-NUM2 IS NOT NUMERIC
013550         GO TO 7300-EXIT
013560     END-IF.
013570     MOVE TRAN-NUM1 TO WS-WHOLE-NUM1.
013580     MOVE TRAN-NUM2 TO WS-WHOLE-NUM2.
013590     IF WS-WHOLE-NUM1 = TRAN-NUM1
013600      AND WS-WHOLE-NUM2 = TRAN-NUM2
013610         MOVE "N" TO WS-LOT-TAG
013620     END-IF.
013630 7300-EXIT.
013640     EXIT.
013650*----------------------------------------------------------*
013660* 7400-PROGRAM-NAME -- THE LOT PROGRAM FOR WS-LOT-TAG AS IT *
013670*                 SIGNS ITS EXCEPTION RECORDS               *
013680*----------------------------------------------------------*
013690 7400-PROGRAM-NAME.
013700     EVALUATE TRUE
013710         WHEN WS-LOT-INTEGER
013720             MOVE "ESSAI1-LOT" TO WS-PROGRAM-NAME
013730         WHEN WS-LOT-DECIMAL
013740             MOVE "SOMME2DECL" TO WS-PROGRAM-NAME
013750         WHEN OTHER
013760             MOVE "SOMME2SGNL" TO WS-PROGRAM-NAME
013770     END-EVALUATE.
013780 7400-EXIT.
013790     EXIT.
