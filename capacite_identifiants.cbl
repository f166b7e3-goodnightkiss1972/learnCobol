000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CAPACITE-IDENTIFIANTS.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  NIGHTLY TRAN-ID CAPACITY    *
000110*                 CHECK OVER THE HISTORY MASTER (HISTMAST)  *
000120*                 AND THE SEQUENCE CONTROL RECORD           *
000130*                 (TRANSEQ).  FOR THE "T" PLUS FIVE DIGITS  *
000140*                 SPACE THE SOURCES STILL USE, AND FOR THE  *
000150*                 DATED IDS OF THE CURRENT ID YEAR THAT     *
000160*                 TRANSEQ HANDS OUT, IT SHOWS IDS USED, IDS *
000170*                 REMAINING, THE AVERAGE USE PER DAY OVER   *
000180*                 THE LAST IDCAPDAYS CALENDAR DAYS (DEFAULT *
000190*                 30) AND THE DATE THE SPACE RUNS OUT AT    *
000200*                 THAT RATE.  A SPACE IS WARNED WHEN        *
000210*                 IDWARNPCT PERCENT (DEFAULT 80) IS USED OR *
000220*                 IT RUNS OUT IN IDWARNDAYS DAYS OR FEWER   *
000230*                 (DEFAULT 180), AND TRANSEQ IS WARNED WHEN *
000240*                 THE HISTORY ALREADY HOLDS THE NEXT ID IT  *
000250*                 WOULD ASSIGN.  ANY WARNING ENDS WITH      *
000260*                 CONDITION CODE 4.                         *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT HISTORY-MASTER   ASSIGN TO HISTMAST
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS HIST-TRAN-ID
000350         FILE STATUS IS WS-HIST-STATUS.
000360     SELECT TRAN-SEQ-FILE    ASSIGN TO TRANSEQ
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-SEQ-STATUS.
000390     SELECT REPORT-OUT       ASSIGN TO IDCAPRPT
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410 DATA DIVISION.
000420 FILE SECTION.
000430*----------------------------------------------------------*
000440* HISTORY-MASTER -- ONE RECORD PER TRAN-ID, ALL DAYS, READ  *
000450*                 IN KEY SEQUENCE                           *
000460*----------------------------------------------------------*
000470 FD  HISTORY-MASTER.
000480 01  HIST-REC.
000490     05  HIST-TRAN-ID            PIC X(06).
000500     05  FILLER                  PIC X(56).
000510*----------------------------------------------------------*
000520* TRAN-SEQ-FILE -- THE TRAN-ID SEQUENCE CONTROL RECORD,     *
000530*                 READ ONLY                                 *
000540*----------------------------------------------------------*
000550 FD  TRAN-SEQ-FILE.
000560     COPY SEQREC.
000570*----------------------------------------------------------*
000580* REPORT-OUT -- THE TRAN-ID CAPACITY REPORT                 *
000590*----------------------------------------------------------*
000600 FD  REPORT-OUT.
000610 01  PRINT-LINE                  PIC X(80).
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------*
000640* SWITCHES AND STATUS FIELDS                                *
000650*----------------------------------------------------------*
000660 01  WS-HIST-STATUS              PIC X(02).
000670 01  WS-SEQ-STATUS               PIC X(02).
000680 01  WS-HIST-EOF-SW              PIC X(01).
000690     88  WS-HIST-EOF                   VALUE "Y".
000700     88  WS-HIST-NOT-EOF               VALUE "N".
000710 01  WS-PARM-SW                  PIC X(01).
000720     88  WS-PARM-VALID                 VALUE "Y".
000730     88  WS-PARM-INVALID               VALUE "N".
000740 01  WS-SEQ-SW                   PIC X(01) VALUE "N".
000750     88  WS-SEQ-FOUND                  VALUE "Y".
000760 01  WS-FORM-SW                  PIC X(01).
000770     88  WS-FORM-DATED                 VALUE "Y".
000780     88  WS-FORM-NOT-DATED             VALUE "N".
000790 01  WS-WINDOW-SW                PIC X(01).
000800     88  WS-IN-WINDOW                  VALUE "Y".
000810     88  WS-NOT-IN-WINDOW              VALUE "N".
000820 01  WS-ID-SW                    PIC X(01).
000830     88  WS-ID-AVAILABLE               VALUE "Y".
000840     88  WS-ID-EXHAUSTED               VALUE "N".
000850 01  WS-SEQ-BEHIND-SW            PIC X(01) VALUE "N".
000860     88  WS-SEQ-BEHIND                 VALUE "Y".
000870*----------------------------------------------------------*
000880* BUSINESS DATE, WINDOW AND WARNING PARAMETERS              *
000890*----------------------------------------------------------*
000900 01  WS-BUSINESS-DATE            PIC 9(08).
000910 01  WS-BUSDATE-BUFFER           PIC X(08).
000920 01  WS-WINDOW-DAYS              PIC 9(03) VALUE 30.
000930 01  WS-WARN-PCT                 PIC 9(02) VALUE 80.
000940 01  WS-WARN-DAYS                PIC 9(04) VALUE 180.
000950 01  WS-WINDOW-START             PIC 9(08).
000960 01  WS-PARM-BUFFER              PIC X(09).
000970 01  WS-PARM-ZEROS               PIC X(09) VALUE "000000000".
000980 01  WS-PARM-ZF                  PIC X(09).
000990 01  WS-PARM-ZF-VALUE REDEFINES WS-PARM-ZF
001000                                 PIC 9(09).
001010 01  WS-PARM-LEN                 PIC 9(02) COMP.
001020*----------------------------------------------------------*
001030* CALENDAR WORK FIELDS                                      *
001040*----------------------------------------------------------*
001050 01  WS-WIN-DATE                 PIC 9(08).
001060 01  WS-WIN-DATE-R REDEFINES WS-WIN-DATE.
001070     05  WS-WIN-YYYY             PIC 9(04).
001080     05  WS-WIN-MM               PIC 9(02).
001090     05  WS-WIN-DD               PIC 9(02).
001100 01  WS-WIN-STEPS                PIC 9(05) COMP.
001110 01  WS-MONTH-END                PIC 9(02).
001120 01  WS-DAYS-IN-MONTH-VALUES     PIC X(24)
001130                                 VALUE "312831303130313130313031".
001140 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
001150     05  WS-DIM OCCURS 12 TIMES  PIC 9(02).
001160 01  WS-LEAP-QUOT                PIC 9(04) COMP.
001170 01  WS-LEAP-REM                 PIC 9(04) COMP.
001180*----------------------------------------------------------*
001190* TRANSEQ FIGURES -- THE ID YEAR IS SETTLED THE WAY THE     *
001200* PROGRAMS THAT ASSIGN TRAN-IDS SETTLE IT, SO THE NEXT ID   *
001210* SHOWN IS THE ONE THEY WILL ASSIGN                         *
001220*----------------------------------------------------------*
001230 01  WS-LEGACY-NUMBER            PIC 9(05) VALUE ZERO.
001240 01  WS-ID-YEAR                  PIC 9(04) VALUE ZERO.
001250 01  WS-ID-YEAR-R REDEFINES WS-ID-YEAR.
001260     05  FILLER                  PIC 9(02).
001270     05  WS-ID-YEAR-YY           PIC 9(02).
001280 01  WS-NEXT-SERIAL              PIC 9(07) VALUE 1.
001290 01  WS-SERIAL-LIMIT             PIC 9(07) VALUE 1679615.
001300 01  WS-SERIAL-WORK              PIC 9(07) COMP.
001310 01  WS-SERIAL-QUOT              PIC 9(07) COMP.
001320 01  WS-SERIAL-REM               PIC 9(02) COMP.
001330 01  WS-ENCODE-POS               PIC 9(02) COMP.
001340 01  WS-TODAY-YMD.
001350     05  WS-TODAY-YEAR           PIC 9(04).
001360     05  FILLER                  PIC 9(04).
001370 01  WS-BASE36-DIGITS            PIC X(36) VALUE
001380     "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001390 01  WS-BASE36-TABLE REDEFINES WS-BASE36-DIGITS.
001400     05  WS-BASE36-CHAR OCCURS 36 TIMES
001410                                 PIC X(01).
001420 01  WS-ASSIGNED-ID.
001430     05  WS-ASSIGNED-YY          PIC 9(02).
001440     05  WS-ASSIGNED-SERIAL      PIC X(04).
001450 01  WS-LEGACY-ID.
001460     05  FILLER                  PIC X(01) VALUE "T".
001470     05  WS-LEGACY-DIGITS        PIC 9(05).
001480*----------------------------------------------------------*
001490* HISTORY WORK FIELDS                                       *
001500*----------------------------------------------------------*
001510 01  WS-ID-POS                   PIC 9(02) COMP.
001520 01  WS-ID-CHAR                  PIC X(01).
001530 01  WS-ITEM-YY                  PIC 9(02).
001540 01  WS-ITEM-DATE                PIC 9(08).
001550*----------------------------------------------------------*
001560* ID COUNTS FROM THE HISTORY MASTER                         *
001570*----------------------------------------------------------*
001580 01  WS-HIST-READ                PIC 9(7) COMP VALUE ZERO.
001590 01  WS-T-USED                   PIC 9(7) COMP VALUE ZERO.
001600 01  WS-T-WINDOW                 PIC 9(7) COMP VALUE ZERO.
001610 01  WS-D-POSTED                 PIC 9(7) COMP VALUE ZERO.
001620 01  WS-D-WINDOW                 PIC 9(7) COMP VALUE ZERO.
001630 01  WS-D-EARLIER                PIC 9(7) COMP VALUE ZERO.
001640 01  WS-D-LATER                  PIC 9(7) COMP VALUE ZERO.
001650 01  WS-OTHER-IDS                PIC 9(7) COMP VALUE ZERO.
001660 01  WS-D-HIGH-ID                PIC X(06) VALUE SPACES.
001670*----------------------------------------------------------*
001680* CAPACITY WORK FIELDS -- ONE ID SPACE AT A TIME            *
001690*----------------------------------------------------------*
001700 01  WS-CAP-TOTAL                PIC 9(07) COMP.
001710 01  WS-CAP-USED                 PIC 9(07) COMP.
001720 01  WS-CAP-LEFT                 PIC 9(07) COMP.
001730 01  WS-CAP-WINDOW               PIC 9(07) COMP.
001740 01  WS-CAP-PCT                  PIC 9(03)V9 COMP.
001750 01  WS-CAP-RATE                 PIC 9(07)V9 COMP.
001760 01  WS-CAP-DAYS-LEFT            PIC 9(09) COMP.
001770 01  WS-CAP-END-DATE             PIC 9(08).
001780 01  WS-CAP-LIMIT-YEAR           PIC 9(04).
001790 01  WS-CAP-USED-CAPTION         PIC X(40).
001800 01  WS-MAX-PROJECT-DAYS         PIC 9(05) COMP VALUE 3660.
001810 01  WS-CAP-OUTCOME-SW           PIC X(01).
001820     88  WS-CAP-EXHAUSTED              VALUE "X".
001830     88  WS-CAP-NO-USE                 VALUE "N".
001840     88  WS-CAP-PROJECTED              VALUE "P".
001850     88  WS-CAP-PAST-YEAR-END          VALUE "Y".
001860     88  WS-CAP-FAR-OFF                VALUE "F".
001870 01  WS-CAP-WARN-SW              PIC X(01).
001880     88  WS-CAP-WARN                   VALUE "Y".
001890     88  WS-CAP-NO-WARN                VALUE "N".
001900 01  WS-T-WARN-SW                PIC X(01) VALUE "N".
001910     88  WS-T-WARN                     VALUE "Y".
001920 01  WS-D-WARN-SW                PIC X(01) VALUE "N".
001930     88  WS-D-WARN                     VALUE "Y".
001940 01  WS-WARNINGS                 PIC 9(03) COMP VALUE ZERO.
001950*----------------------------------------------------------*
001960* THE HISTORY ITEM BEING COUNTED                            *
001970*----------------------------------------------------------*
001980 COPY TRANREC.
001990*----------------------------------------------------------*
002000* REPORT LINE LAYOUTS                                       *
002010*----------------------------------------------------------*
002020 01  SEPARATOR-LINE              PIC X(78) VALUE ALL "-".
002030 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
002040 01  HEADING-LINE-1.
002050     05  FILLER                  PIC X(27)
002060                     VALUE "TRAN-ID CAPACITY CHECK FOR ".
002070     05  HL1-DATE                PIC 9(08).
002080     05  FILLER                  PIC X(33) VALUE SPACES.
002090     05  FILLER                  PIC X(05) VALUE "PAGE ".
002100     05  HL1-PAGE                PIC ZZ9.
002110 01  HEADING-LINE-2.
002120     05  FILLER                  PIC X(07) VALUE "WINDOW ".
002130     05  HL2-DAYS                PIC ZZ9.
002140     05  FILLER                  PIC X(20)
002150                                 VALUE " CALENDAR DAYS FROM ".
002160     05  HL2-FROM                PIC 9(08).
002170     05  FILLER                  PIC X(04) VALUE " TO ".
002180     05  HL2-TO                  PIC 9(08).
002190 01  HEADING-LINE-3.
002200     05  FILLER                  PIC X(11) VALUE "WARNING AT ".
002210     05  HL3-PCT                 PIC Z9.
002220     05  FILLER                  PIC X(10) VALUE "% USED OR ".
002230     05  HL3-DAYS                PIC ZZZ9.
002240     05  FILLER                  PIC X(20)
002250                                 VALUE " DAYS OR FEWER LEFT.".
002260 01  SECTION-LINE.
002270     05  SL-TITLE                PIC X(60).
002280 01  DATED-TITLE-LINE.
002290     05  FILLER                  PIC X(22)
002300                                 VALUE "DATED IDS FOR ID YEAR ".
002310     05  DTL-YEAR                PIC 9(04).
002320     05  FILLER                  PIC X(24)
002330                     VALUE " (ASSIGNED FROM TRANSEQ)".
002340 01  CAP-COUNT-LINE.
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  CCL-CAPTION             PIC X(40).
002370     05  CCL-COUNT               PIC Z,ZZZ,ZZ9.
002380 01  CAP-RATE-LINE.
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  CRL-CAPTION             PIC X(40).
002410     05  CRL-VALUE               PIC Z,ZZZ,ZZ9.9.
002420     05  CRL-UNIT                PIC X(10).
002430 01  CAP-TEXT-LINE.
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  CTL-CAPTION             PIC X(40).
002460     05  CTL-TEXT                PIC X(36).
002470 01  PROJECTED-TEXT.
002480     05  PJT-DATE                PIC 9(08).
002490     05  FILLER                  PIC X(04) VALUE " IN ".
002500     05  PJT-DAYS                PIC ZZZ9.
002510     05  FILLER                  PIC X(05) VALUE " DAYS".
002520 01  RESULT-LINE.
002530     05  FILLER                  PIC X(08) VALUE "RESULT: ".
002540     05  RSL-COUNT               PIC ZZ9.
002550     05  FILLER                  PIC X(35)
002560                     VALUE " WARNING(S) - SEE THE STATUS LINES.".
002570 01  NO-WARNING-LINE             PIC X(40) VALUE
002580     "RESULT: NO WARNINGS.".
002590 PROCEDURE DIVISION.
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002620     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT.
002630     PERFORM 3000-CHECK-SEQUENCE THRU 3000-EXIT.
002640     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
002650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002660     STOP RUN.
002670*----------------------------------------------------------*
002680* 1000-INITIALIZE -- BUSINESS DATE, PARAMETERS, THE WINDOW  *
002690*                    START AND THE TRANSEQ FIGURES          *
002700*----------------------------------------------------------*
002710 1000-INITIALIZE.
002720     ACCEPT WS-BUSDATE-BUFFER FROM ENVIRONMENT "BUSDATE".
002730     IF WS-BUSDATE-BUFFER IS NUMERIC
002740         MOVE WS-BUSDATE-BUFFER TO WS-BUSINESS-DATE
002750     ELSE
002760         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
002770     END-IF.
002780     PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT.
002790     MOVE WS-BUSINESS-DATE TO WS-WIN-DATE.
002800     COMPUTE WS-WIN-STEPS = WS-WINDOW-DAYS - 1.
002810     PERFORM 1750-STEP-BACK-ONE-DAY THRU 1750-EXIT
002820         WS-WIN-STEPS TIMES.
002830     MOVE WS-WIN-DATE TO WS-WINDOW-START.
002840     PERFORM 1200-READ-SEQUENCE THRU 1200-EXIT.
002850     OPEN OUTPUT REPORT-OUT.
002860 1000-EXIT.
002870     EXIT.
002880*----------------------------------------------------------*
002890* 1100-GET-PARAMETERS -- IDCAPDAYS (UP TO 366), IDWARNPCT   *
002900*                 (UNDER 100) AND IDWARNDAYS (UP TO 3660)   *
002910*                 FROM THE ENVIRONMENT.  A MISSING, ZERO,   *
002920*                 NON-NUMERIC OR TOO LARGE VALUE KEEPS THE  *
002930*                 DEFAULT.                                  *
002940*----------------------------------------------------------*
002950 1100-GET-PARAMETERS.
002960     ACCEPT WS-PARM-BUFFER FROM ENVIRONMENT "IDCAPDAYS".
002970     PERFORM 1150-ZERO-FILL THRU 1150-EXIT.
002980     IF WS-PARM-VALID
002990      AND WS-PARM-ZF-VALUE NOT > 366
003000         MOVE WS-PARM-ZF-VALUE TO WS-WINDOW-DAYS
003010     END-IF.
003020     ACCEPT WS-PARM-BUFFER FROM ENVIRONMENT "IDWARNPCT".
003030     PERFORM 1150-ZERO-FILL THRU 1150-EXIT.
003040     IF WS-PARM-VALID
003050      AND WS-PARM-ZF-VALUE < 100
003060         MOVE WS-PARM-ZF-VALUE TO WS-WARN-PCT
003070     END-IF.
003080     ACCEPT WS-PARM-BUFFER FROM ENVIRONMENT "IDWARNDAYS".
003090     PERFORM 1150-ZERO-FILL THRU 1150-EXIT.
003100     IF WS-PARM-VALID
003110      AND WS-PARM-ZF-VALUE NOT > 3660
003120         MOVE WS-PARM-ZF-VALUE TO WS-WARN-DAYS
003130     END-IF.
003140 1100-EXIT.
003150     EXIT.
003160*----------------------------------------------------------*
003170* 1150-ZERO-FILL -- RIGHT-JUSTIFY AND ZERO-FILL THE VALUE   *
003180*                 IN WS-PARM-BUFFER; VALID ONLY IF IT IS    *
003190*                 ALL DIGITS AND NOT ZERO                   *
003200*----------------------------------------------------------*
003210 1150-ZERO-FILL.
003220     SET WS-PARM-INVALID TO TRUE.
003230     MOVE ZERO TO WS-PARM-LEN.
003240     INSPECT WS-PARM-BUFFER TALLYING WS-PARM-LEN
003250         FOR CHARACTERS BEFORE INITIAL SPACE.
003260     IF WS-PARM-LEN = ZERO
003270         GO TO 1150-EXIT
003280     END-IF.
003290     IF WS-PARM-LEN = 9
003300         MOVE WS-PARM-BUFFER TO WS-PARM-ZF
003310     ELSE
003320         STRING WS-PARM-ZEROS(1 : 9 - WS-PARM-LEN)
003330                    DELIMITED BY SIZE
003340                WS-PARM-BUFFER(1 : WS-PARM-LEN)
003350                    DELIMITED BY SIZE
003360             INTO WS-PARM-ZF
003370     END-IF.
003380     IF WS-PARM-ZF IS NUMERIC
003390      AND WS-PARM-ZF-VALUE > ZERO
003400         SET WS-PARM-VALID TO TRUE
003410     END-IF.
003420 1150-EXIT.
003430     EXIT.
003440*----------------------------------------------------------*
003450* 1200-READ-SEQUENCE -- THE LEGACY COUNTER, ID YEAR AND     *
003460*                 NEXT SERIAL FROM TRANSEQ.  NO TRANSEQ, OR *
003470*                 ONE CUT BEFORE THE DATED FIELDS, MEANS NO *
003480*                 DATED ID ASSIGNED YET.  THE ID YEAR MOVES *
003490*                 UP TO TODAY'S YEAR WITH THE SERIAL BACK   *
003500*                 AT 1 JUST AS THE NEXT ASSIGNMENT WILL.    *
003510*----------------------------------------------------------*
003520 1200-READ-SEQUENCE.
003530     MOVE ZERO TO WS-LEGACY-NUMBER.
003540     MOVE ZERO TO WS-ID-YEAR.
003550     MOVE 1 TO WS-NEXT-SERIAL.
003560     OPEN INPUT TRAN-SEQ-FILE.
003570     IF WS-SEQ-STATUS NOT = "00"
003580         GO TO 1210-SET-ID-YEAR
003590     END-IF.
003600     READ TRAN-SEQ-FILE
003610         AT END
003620             CONTINUE
003630         NOT AT END
003640             SET WS-SEQ-FOUND TO TRUE
003650             IF SEQ-NEXT-NUMBER IS NUMERIC
003660                 MOVE SEQ-NEXT-NUMBER TO WS-LEGACY-NUMBER
003670             END-IF
003680             IF SEQ-ID-YEAR IS NUMERIC
003690              AND SEQ-NEXT-SERIAL IS NUMERIC
003700              AND SEQ-NEXT-SERIAL > ZERO
003710                 MOVE SEQ-ID-YEAR TO WS-ID-YEAR
003720                 MOVE SEQ-NEXT-SERIAL TO WS-NEXT-SERIAL
003730             END-IF
003740     END-READ.
003750     CLOSE TRAN-SEQ-FILE.
003760 1210-SET-ID-YEAR.
003770     ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD.
003780     IF WS-TODAY-YEAR > WS-ID-YEAR
003790         MOVE WS-TODAY-YEAR TO WS-ID-YEAR
003800         MOVE 1 TO WS-NEXT-SERIAL
003810     END-IF.
003820 1200-EXIT.
003830     EXIT.
003840*----------------------------------------------------------*
003850* 1250-NEXT-TRAN-ID -- THE DATED TRAN-ID FOR WS-NEXT-SERIAL *
003860*                 IN THE ID YEAR: TWO-DIGIT YEAR, THEN THE  *
003870*                 SERIAL AS FOUR BASE-36 CHARACTERS.  A     *
003880*                 SERIAL PAST THE LIMIT HAS NO ID.          *
003890*----------------------------------------------------------*
003900 1250-NEXT-TRAN-ID.
003910     IF WS-NEXT-SERIAL > WS-SERIAL-LIMIT
003920         SET WS-ID-EXHAUSTED TO TRUE
003930         GO TO 1250-EXIT
003940     END-IF.
003950     SET WS-ID-AVAILABLE TO TRUE.
003960     MOVE WS-ID-YEAR-YY TO WS-ASSIGNED-YY.
003970     MOVE WS-NEXT-SERIAL TO WS-SERIAL-WORK.
003980     PERFORM 1260-ENCODE-ONE-CHAR THRU 1260-EXIT
003990         VARYING WS-ENCODE-POS FROM 4 BY -1
004000         UNTIL WS-ENCODE-POS < 1.
004010 1250-EXIT.
004020     EXIT.
004030 1260-ENCODE-ONE-CHAR.
004040     DIVIDE WS-SERIAL-WORK BY 36
004050         GIVING WS-SERIAL-QUOT REMAINDER WS-SERIAL-REM.
004060     ADD 1 TO WS-SERIAL-REM.
004070     MOVE WS-BASE36-CHAR(WS-SERIAL-REM)
004080         TO WS-ASSIGNED-SERIAL(WS-ENCODE-POS : 1).
004090     MOVE WS-SERIAL-QUOT TO WS-SERIAL-WORK.
004100 1260-EXIT.
004110     EXIT.
004120*----------------------------------------------------------*
004130* 1750-STEP-BACK-ONE-DAY -- WS-WIN-DATE BACK ONE CALENDAR   *
004140*                 DAY                                       *
004150*----------------------------------------------------------*
004160 1750-STEP-BACK-ONE-DAY.
004170     IF WS-WIN-DD > 1
004180         SUBTRACT 1 FROM WS-WIN-DD
004190         GO TO 1750-EXIT
004200     END-IF.
004210     IF WS-WIN-MM > 1
004220         SUBTRACT 1 FROM WS-WIN-MM
004230     ELSE
004240         MOVE 12 TO WS-WIN-MM
004250         SUBTRACT 1 FROM WS-WIN-YYYY
004260     END-IF.
004270     PERFORM 1780-MONTH-END THRU 1780-EXIT.
004280     MOVE WS-MONTH-END TO WS-WIN-DD.
004290 1750-EXIT.
004300     EXIT.
004310*----------------------------------------------------------*
004320* 1760-STEP-FORWARD-ONE-DAY -- WS-WIN-DATE ON ONE CALENDAR  *
004330*                 DAY                                       *
004340*----------------------------------------------------------*
004350 1760-STEP-FORWARD-ONE-DAY.
004360     PERFORM 1780-MONTH-END THRU 1780-EXIT.
004370     IF WS-WIN-DD < WS-MONTH-END
004380         ADD 1 TO WS-WIN-DD
004390         GO TO 1760-EXIT
004400     END-IF.
004410     MOVE 1 TO WS-WIN-DD.
004420     IF WS-WIN-MM < 12
004430         ADD 1 TO WS-WIN-MM
004440     ELSE
004450         MOVE 1 TO WS-WIN-MM
004460         ADD 1 TO WS-WIN-YYYY
004470     END-IF.
004480 1760-EXIT.
004490     EXIT.
004500*----------------------------------------------------------*
004510* 1780-MONTH-END -- LAST DAY OF WS-WIN-DATE'S MONTH         *
004520*----------------------------------------------------------*
004530 1780-MONTH-END.
004540     MOVE WS-DIM(WS-WIN-MM) TO WS-MONTH-END.
004550     IF WS-WIN-MM NOT = 2
004560         GO TO 1780-EXIT
004570     END-IF.
004580     DIVIDE WS-WIN-YYYY BY 4
004590         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
004600     IF WS-LEAP-REM = ZERO
004610         DIVIDE WS-WIN-YYYY BY 100
004620             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
004630         IF WS-LEAP-REM NOT = ZERO
004640             MOVE 29 TO WS-MONTH-END
004650         ELSE
004660             DIVIDE WS-WIN-YYYY BY 400
004670                 GIVING WS-LEAP-QUOT
004680                 REMAINDER WS-LEAP-REM
004690             IF WS-LEAP-REM = ZERO
004700                 MOVE 29 TO WS-MONTH-END
004710             END-IF
004720         END-IF
004730     END-IF.
004740 1780-EXIT.
004750     EXIT.
004760*----------------------------------------------------------*
004770* 2000-SCAN-HISTORY -- ONE PASS OF THE HISTORY MASTER,      *
004780*                 EVERY TRAN-ID COUNTED BY FORM.  NO        *
004790*                 HISTORY MASTER YET MEANS NO ID USED.      *
004800*----------------------------------------------------------*
004810 2000-SCAN-HISTORY.
004820     OPEN INPUT HISTORY-MASTER.
004830     IF WS-HIST-STATUS = "35"
004840         DISPLAY "CAPACITE-IDENTIFIANTS: NO HISTORY MASTER YET - "
004850                 "NO TRAN-IDS POSTED."
004860         GO TO 2000-EXIT
004870     END-IF.
004880     IF WS-HIST-STATUS NOT = "00"
004890         DISPLAY "CAPACITE-IDENTIFIANTS: CANNOT OPEN HISTORY "
004900                 "MASTER, STATUS " WS-HIST-STATUS
004910                 " - ENDING WITH CONDITION CODE 8."
004920         MOVE 8 TO RETURN-CODE
004930         STOP RUN
004940     END-IF.
004950     SET WS-HIST-NOT-EOF TO TRUE.
004960     PERFORM 2100-COUNT-ONE-ID THRU 2100-EXIT
004970         UNTIL WS-HIST-EOF.
004980     CLOSE HISTORY-MASTER.
004990 2000-EXIT.
005000     EXIT.
005010*----------------------------------------------------------*
005020* 2100-COUNT-ONE-ID -- ONE HISTORY ITEM: "T" PLUS FIVE      *
005030*                 DIGITS, A DATED ID (TWO DIGITS THEN FOUR  *
005040*                 BASE-36 CHARACTERS) OF THE ID YEAR, OF AN *
005050*                 EARLIER OR OF A LATER YEAR, OR ANY OTHER  *
005060*                 FORM.  ITEMS DATED INSIDE THE WINDOW ARE  *
005070*                 COUNTED AGAIN FOR THE RATE OF USE.        *
005080*----------------------------------------------------------*
005090 2100-COUNT-ONE-ID.
005100     READ HISTORY-MASTER NEXT RECORD
005110         INTO TRANSACTION-RECORD
005120         AT END
005130             SET WS-HIST-EOF TO TRUE
005140             GO TO 2100-EXIT
005150     END-READ.
005160     ADD 1 TO WS-HIST-READ.
005170     SET WS-NOT-IN-WINDOW TO TRUE.
005180     IF TRAN-DATE IS NUMERIC
005190         MOVE TRAN-DATE TO WS-ITEM-DATE
005200         IF WS-ITEM-DATE NOT < WS-WINDOW-START
005210          AND WS-ITEM-DATE NOT > WS-BUSINESS-DATE
005220             SET WS-IN-WINDOW TO TRUE
005230         END-IF
005240     END-IF.
005250     IF TRAN-ID(1 : 1) = "T"
005260      AND TRAN-ID(2 : 5) IS NUMERIC
005270         ADD 1 TO WS-T-USED
005280         IF WS-IN-WINDOW
005290             ADD 1 TO WS-T-WINDOW
005300         END-IF
005310         GO TO 2100-EXIT
005320     END-IF.
005330     SET WS-FORM-NOT-DATED TO TRUE.
005340     IF TRAN-ID(1 : 2) IS NUMERIC
005350         SET WS-FORM-DATED TO TRUE
005360         PERFORM 2150-CHECK-SERIAL-CHAR THRU 2150-EXIT
005370             VARYING WS-ID-POS FROM 3 BY 1
005380             UNTIL WS-ID-POS > 6
005390     END-IF.
005400     IF WS-FORM-NOT-DATED
005410         ADD 1 TO WS-OTHER-IDS
005420         GO TO 2100-EXIT
005430     END-IF.
005440     MOVE TRAN-ID(1 : 2) TO WS-ITEM-YY.
005450     IF WS-ITEM-YY < WS-ID-YEAR-YY
005460         ADD 1 TO WS-D-EARLIER
005470         GO TO 2100-EXIT
005480     END-IF.
005490     IF WS-ITEM-YY > WS-ID-YEAR-YY
005500         ADD 1 TO WS-D-LATER
005510         GO TO 2100-EXIT
005520     END-IF.
005530     ADD 1 TO WS-D-POSTED.
005540     IF WS-IN-WINDOW
005550         ADD 1 TO WS-D-WINDOW
005560     END-IF.
005570     IF TRAN-ID > WS-D-HIGH-ID
005580         MOVE TRAN-ID TO WS-D-HIGH-ID
005590     END-IF.
005600 2100-EXIT.
005610     EXIT.
005620 2150-CHECK-SERIAL-CHAR.
005630     MOVE TRAN-ID(WS-ID-POS : 1) TO WS-ID-CHAR.
005640     IF WS-ID-CHAR IS NUMERIC
005650         GO TO 2150-EXIT
005660     END-IF.
005670     IF WS-ID-CHAR IS NOT ALPHABETIC-UPPER
005680      OR WS-ID-CHAR = SPACE
005690         SET WS-FORM-NOT-DATED TO TRUE
005700     END-IF.
005710 2150-EXIT.
005720     EXIT.
005730*----------------------------------------------------------*
005740* 3000-CHECK-SEQUENCE -- TRANSEQ IS BEHIND WHEN THE HISTORY *
005750*                 ALREADY HOLDS THE NEXT ID IT WILL ASSIGN  *
005760*                 OR A HIGHER ONE OF THE ID YEAR, OR A      *
005770*                 DATED ID OF A LATER YEAR: ITS NEXT        *
005780*                 ASSIGNMENT COULD MEET AN ID ON FILE.      *
005790*----------------------------------------------------------*
005800 3000-CHECK-SEQUENCE.
005810     PERFORM 1250-NEXT-TRAN-ID THRU 1250-EXIT.
005820     IF WS-D-LATER > ZERO
005830         SET WS-SEQ-BEHIND TO TRUE
005840     END-IF.
005850     IF WS-ID-AVAILABLE
005860      AND WS-D-HIGH-ID NOT = SPACES
005870      AND WS-D-HIGH-ID NOT < WS-ASSIGNED-ID
005880         SET WS-SEQ-BEHIND TO TRUE
005890     END-IF.
005900     IF WS-SEQ-BEHIND
005910         ADD 1 TO WS-WARNINGS
005920     END-IF.
005930 3000-EXIT.
005940     EXIT.
005950*----------------------------------------------------------*
005960* 4000-PRINT-REPORT -- HEADINGS, THE TWO ID SPACES, THE     *
005970*                 OTHER IDS AND THE RESULT                  *
005980*----------------------------------------------------------*
005990 4000-PRINT-REPORT.
006000     MOVE WS-BUSINESS-DATE TO HL1-DATE.
006010     MOVE 1 TO HL1-PAGE.
006020     WRITE PRINT-LINE FROM HEADING-LINE-1.
006030     MOVE WS-WINDOW-DAYS TO HL2-DAYS.
006040     MOVE WS-WINDOW-START TO HL2-FROM.
006050     MOVE WS-BUSINESS-DATE TO HL2-TO.
006060     WRITE PRINT-LINE FROM HEADING-LINE-2.
006070     MOVE WS-WARN-PCT TO HL3-PCT.
006080     MOVE WS-WARN-DAYS TO HL3-DAYS.
006090     WRITE PRINT-LINE FROM HEADING-LINE-3.
006100     WRITE PRINT-LINE FROM SEPARATOR-LINE.
006110     PERFORM 4100-PRINT-T-SPACE THRU 4100-EXIT.
006120     PERFORM 4200-PRINT-DATED-SPACE THRU 4200-EXIT.
006130     PERFORM 4300-PRINT-OTHER-IDS THRU 4300-EXIT.
006140     WRITE PRINT-LINE FROM SEPARATOR-LINE.
006150     IF WS-WARNINGS > ZERO
006160         MOVE WS-WARNINGS TO RSL-COUNT
006170         WRITE PRINT-LINE FROM RESULT-LINE
006180     ELSE
006190         WRITE PRINT-LINE FROM NO-WARNING-LINE
006200     END-IF.
006210 4000-EXIT.
006220     EXIT.
006230*----------------------------------------------------------*
006240* 4100-PRINT-T-SPACE -- "T" PLUS FIVE DIGITS: THE IDS THE   *
006250*                 SOURCES PICK AND THE OLD TRANSEQ SERIES   *
006260*----------------------------------------------------------*
006270 4100-PRINT-T-SPACE.
006280     MOVE "SEQUENTIAL IDS T00000-T99999 (SOURCES AND OLD SERIES)"
006290         TO SL-TITLE.
006300     WRITE PRINT-LINE FROM BLANK-LINE.
006310     WRITE PRINT-LINE FROM SECTION-LINE.
006320     MOVE 100000 TO WS-CAP-TOTAL.
006330     MOVE WS-T-USED TO WS-CAP-USED.
006340     MOVE WS-T-WINDOW TO WS-CAP-WINDOW.
006350     MOVE ZERO TO WS-CAP-LIMIT-YEAR.
006360     PERFORM 6000-PROJECT-CAPACITY THRU 6000-EXIT.
006370     MOVE "USED - ON THE HISTORY MASTER:" TO WS-CAP-USED-CAPTION.
006380     PERFORM 6100-PRINT-FIGURES THRU 6100-EXIT.
006390     IF WS-LEGACY-NUMBER = ZERO
006400         MOVE "NEVER USED" TO CTL-TEXT
006410     ELSE
006420         MOVE WS-LEGACY-NUMBER TO WS-LEGACY-DIGITS
006430         MOVE WS-LEGACY-ID TO CTL-TEXT
006440     END-IF.
006450     MOVE "OLD TRANSEQ SERIES STOPPED AT:" TO CTL-CAPTION.
006460     WRITE PRINT-LINE FROM CAP-TEXT-LINE.
006470     PERFORM 6200-PRINT-STATUS THRU 6200-EXIT.
006480     IF WS-CAP-WARN
006490         SET WS-T-WARN TO TRUE
006500         ADD 1 TO WS-WARNINGS
006510     END-IF.
006520 4100-EXIT.
006530     EXIT.
006540*----------------------------------------------------------*
006550* 4200-PRINT-DATED-SPACE -- THE ID YEAR'S DATED SERIALS:    *
006560*                 ISSUED IS WHAT TRANSEQ HAS HANDED OUT,    *
006570*                 POSTED IS WHAT HAS REACHED THE HISTORY.   *
006580*                 THE SERIALS RESTART EACH YEAR, SO A RUN   *
006590*                 OUT PROJECTED PAST YEAR END IS NO RUN OUT *
006600*----------------------------------------------------------*
006610 4200-PRINT-DATED-SPACE.
006620     MOVE WS-ID-YEAR TO DTL-YEAR.
006630     WRITE PRINT-LINE FROM BLANK-LINE.
006640     WRITE PRINT-LINE FROM DATED-TITLE-LINE.
006650     MOVE WS-SERIAL-LIMIT TO WS-CAP-TOTAL.
006660     IF WS-NEXT-SERIAL > WS-SERIAL-LIMIT
006670         MOVE WS-SERIAL-LIMIT TO WS-CAP-USED
006680     ELSE
006690         COMPUTE WS-CAP-USED = WS-NEXT-SERIAL - 1
006700     END-IF.
006710     MOVE WS-D-WINDOW TO WS-CAP-WINDOW.
006720     MOVE WS-ID-YEAR TO WS-CAP-LIMIT-YEAR.
006730     PERFORM 6000-PROJECT-CAPACITY THRU 6000-EXIT.
006740     MOVE "ISSUED - BY TRANSEQ:" TO WS-CAP-USED-CAPTION.
006750     PERFORM 6100-PRINT-FIGURES THRU 6100-EXIT.
006760     MOVE "POSTED TO THE HISTORY MASTER:" TO CCL-CAPTION.
006770     MOVE WS-D-POSTED TO CCL-COUNT.
006780     WRITE PRINT-LINE FROM CAP-COUNT-LINE.
006790     MOVE "NEXT ID TRANSEQ WILL ASSIGN:" TO CTL-CAPTION.
006800     IF WS-ID-AVAILABLE
006810         MOVE WS-ASSIGNED-ID TO CTL-TEXT
006820     ELSE
006830         MOVE "NONE - THE YEAR'S SERIALS ARE USED" TO CTL-TEXT
006840     END-IF.
006850     WRITE PRINT-LINE FROM CAP-TEXT-LINE.
006860     MOVE "HIGHEST ID OF THE YEAR POSTED:" TO CTL-CAPTION.
006870     IF WS-D-HIGH-ID = SPACES
006880         MOVE "NONE" TO CTL-TEXT
006890     ELSE
006900         MOVE WS-D-HIGH-ID TO CTL-TEXT
006910     END-IF.
006920     WRITE PRINT-LINE FROM CAP-TEXT-LINE.
006930     MOVE "TRANSEQ AGAINST THE HISTORY:" TO CTL-CAPTION.
006940     IF WS-SEQ-BEHIND
006950         MOVE "BEHIND - ID COLLISION RISK" TO CTL-TEXT
006960     ELSE
006970         MOVE "IN STEP" TO CTL-TEXT
006980     END-IF.
006990     WRITE PRINT-LINE FROM CAP-TEXT-LINE.
007000     IF NOT WS-SEQ-FOUND
007010         MOVE "TRANSEQ:" TO CTL-CAPTION
007020         MOVE "NOT FOUND - NO ID ASSIGNED YET" TO CTL-TEXT
007030         WRITE PRINT-LINE FROM CAP-TEXT-LINE
007040     END-IF.
007050     IF WS-CAP-WARN
007060         SET WS-D-WARN TO TRUE
007070         ADD 1 TO WS-WARNINGS
007080     END-IF.
007090     IF WS-SEQ-BEHIND
007100         SET WS-CAP-WARN TO TRUE
007110     END-IF.
007120     PERFORM 6200-PRINT-STATUS THRU 6200-EXIT.
007130 4200-EXIT.
007140     EXIT.
007150*----------------------------------------------------------*
007160* 4300-PRINT-OTHER-IDS -- IDS IN NEITHER SPACE ABOVE        *
007170*----------------------------------------------------------*
007180 4300-PRINT-OTHER-IDS.
007190     MOVE "OTHER IDS ON THE HISTORY MASTER" TO SL-TITLE.
007200     WRITE PRINT-LINE FROM BLANK-LINE.
007210     WRITE PRINT-LINE FROM SECTION-LINE.
007220     MOVE "DATED IDS OF EARLIER ID YEARS:" TO CCL-CAPTION.
007230     MOVE WS-D-EARLIER TO CCL-COUNT.
007240     WRITE PRINT-LINE FROM CAP-COUNT-LINE.
007250     MOVE "DATED IDS LATER THAN THE ID YEAR:" TO CCL-CAPTION.
007260     MOVE WS-D-LATER TO CCL-COUNT.
007270     WRITE PRINT-LINE FROM CAP-COUNT-LINE.
007280     MOVE "IDS OF ANY OTHER FORM:" TO CCL-CAPTION.
007290     MOVE WS-OTHER-IDS TO CCL-COUNT.
007300     WRITE PRINT-LINE FROM CAP-COUNT-LINE.
007310     MOVE "HISTORY ITEMS READ:" TO CCL-CAPTION.
007320     MOVE WS-HIST-READ TO CCL-COUNT.
007330     WRITE PRINT-LINE FROM CAP-COUNT-LINE.
007340 4300-EXIT.
007350     EXIT.
007360*----------------------------------------------------------*
007370* 6000-PROJECT-CAPACITY -- REMAINING, PERCENT USED, RATE    *
007380*                 PER DAY OVER THE WINDOW AND THE DATE THE  *
007390*                 SPACE RUNS OUT AT THAT RATE.  A           *
007400*                 PROJECTION BEYOND WS-MAX-PROJECT-DAYS IS  *
007410*                 NOT DATED, AND ONE PAST THE END OF        *
007420*                 WS-CAP-LIMIT-YEAR (WHEN GIVEN) IS NOT A   *
007430*                 RUN OUT.                                  *
007440*----------------------------------------------------------*
007450 6000-PROJECT-CAPACITY.
007460     SET WS-CAP-NO-WARN TO TRUE.
007470     MOVE ZERO TO WS-CAP-DAYS-LEFT.
007480     IF WS-CAP-USED < WS-CAP-TOTAL
007490         COMPUTE WS-CAP-LEFT = WS-CAP-TOTAL - WS-CAP-USED
007500     ELSE
007510         MOVE ZERO TO WS-CAP-LEFT
007520     END-IF.
007530     COMPUTE WS-CAP-PCT = WS-CAP-USED * 100 / WS-CAP-TOTAL.
007540     COMPUTE WS-CAP-RATE = WS-CAP-WINDOW / WS-WINDOW-DAYS.
007550     IF WS-CAP-PCT NOT < WS-WARN-PCT
007560         SET WS-CAP-WARN TO TRUE
007570     END-IF.
007580     IF WS-CAP-LEFT = ZERO
007590         SET WS-CAP-EXHAUSTED TO TRUE
007600         SET WS-CAP-WARN TO TRUE
007610         GO TO 6000-EXIT
007620     END-IF.
007630     IF WS-CAP-WINDOW = ZERO
007640         SET WS-CAP-NO-USE TO TRUE
007650         GO TO 6000-EXIT
007660     END-IF.
007670     COMPUTE WS-CAP-DAYS-LEFT =
007680         WS-CAP-LEFT * WS-WINDOW-DAYS / WS-CAP-WINDOW.
007690     IF WS-CAP-DAYS-LEFT > WS-MAX-PROJECT-DAYS
007700         IF WS-CAP-LIMIT-YEAR > ZERO
007710             SET WS-CAP-PAST-YEAR-END TO TRUE
007720         ELSE
007730             SET WS-CAP-FAR-OFF TO TRUE
007740         END-IF
007750         GO TO 6000-EXIT
007760     END-IF.
007770     MOVE WS-BUSINESS-DATE TO WS-WIN-DATE.
007780     PERFORM 1760-STEP-FORWARD-ONE-DAY THRU 1760-EXIT
007790         WS-CAP-DAYS-LEFT TIMES.
007800     MOVE WS-WIN-DATE TO WS-CAP-END-DATE.
007810     IF WS-CAP-LIMIT-YEAR > ZERO
007820      AND WS-WIN-YYYY > WS-CAP-LIMIT-YEAR
007830         SET WS-CAP-PAST-YEAR-END TO TRUE
007840         GO TO 6000-EXIT
007850     END-IF.
007860     SET WS-CAP-PROJECTED TO TRUE.
007870     IF WS-CAP-DAYS-LEFT NOT > WS-WARN-DAYS
007880         SET WS-CAP-WARN TO TRUE
007890     END-IF.
007900 6000-EXIT.
007910     EXIT.
007920*----------------------------------------------------------*
007930* 6100-PRINT-FIGURES -- CAPACITY, USED (CAPTION IN          *
007940*                 WS-CAP-USED-CAPTION), REMAINING, PERCENT, *
007950*                 RATE AND THE PROJECTION FOR ONE ID SPACE  *
007960*----------------------------------------------------------*
007970 6100-PRINT-FIGURES.
007980     MOVE "CAPACITY:" TO CCL-CAPTION.
007990     MOVE WS-CAP-TOTAL TO CCL-COUNT.
008000     WRITE PRINT-LINE FROM CAP-COUNT-LINE.
008010     MOVE WS-CAP-USED-CAPTION TO CCL-CAPTION.
008020     MOVE WS-CAP-USED TO CCL-COUNT.
008030     WRITE PRINT-LINE FROM CAP-COUNT-LINE.
008040     MOVE "REMAINING:" TO CCL-CAPTION.
008050     MOVE WS-CAP-LEFT TO CCL-COUNT.
008060     WRITE PRINT-LINE FROM CAP-COUNT-LINE.
008070     MOVE "PERCENT USED:" TO CRL-CAPTION.
008080     MOVE WS-CAP-PCT TO CRL-VALUE.
008090     MOVE "%" TO CRL-UNIT.
008100     WRITE PRINT-LINE FROM CAP-RATE-LINE.
008110     MOVE "USED IN THE WINDOW:" TO CCL-CAPTION.
008120     MOVE WS-CAP-WINDOW TO CCL-COUNT.
008130     WRITE PRINT-LINE FROM CAP-COUNT-LINE.
008140     MOVE "AVERAGE PER DAY:" TO CRL-CAPTION.
008150     MOVE WS-CAP-RATE TO CRL-VALUE.
008160     MOVE SPACES TO CRL-UNIT.
008170     WRITE PRINT-LINE FROM CAP-RATE-LINE.
008180     MOVE "PROJECTED RUN OUT:" TO CTL-CAPTION.
008190     EVALUATE TRUE
008200         WHEN WS-CAP-EXHAUSTED
008210             MOVE "EXHAUSTED" TO CTL-TEXT
008220         WHEN WS-CAP-NO-USE
008230             MOVE "NONE - NO USE IN THE WINDOW" TO CTL-TEXT
008240         WHEN WS-CAP-PAST-YEAR-END
008250             MOVE "NOT BEFORE YEAR END" TO CTL-TEXT
008260         WHEN WS-CAP-FAR-OFF
008270             MOVE "MORE THAN TEN YEARS AWAY" TO CTL-TEXT
008280         WHEN OTHER
008290             MOVE WS-CAP-END-DATE TO PJT-DATE
008300             MOVE WS-CAP-DAYS-LEFT TO PJT-DAYS
008310             MOVE PROJECTED-TEXT TO CTL-TEXT
008320     END-EVALUATE.
008330     WRITE PRINT-LINE FROM CAP-TEXT-LINE.
008340 6100-EXIT.
008350     EXIT.
008360*----------------------------------------------------------*
008370* 6200-PRINT-STATUS -- THE SPACE'S WARNING LINE             *
008380*----------------------------------------------------------*
008390 6200-PRINT-STATUS.
008400     MOVE "STATUS:" TO CTL-CAPTION.
008410     IF WS-CAP-WARN
008420         MOVE "*** WARNING ***" TO CTL-TEXT
008430     ELSE
008440         MOVE "WITHIN LIMITS" TO CTL-TEXT
008450     END-IF.
008460     WRITE PRINT-LINE FROM CAP-TEXT-LINE.
008470 6200-EXIT.
008480     EXIT.
008490*----------------------------------------------------------*
008500* 9000-TERMINATE -- CLOSE THE REPORT, NAME EVERY WARNING ON *
008510*                 THE CONSOLE AND SET THE CONDITION CODE    *
008520*----------------------------------------------------------*
008530 9000-TERMINATE.
008540     CLOSE REPORT-OUT.
008550     IF WS-T-WARN
008560         DISPLAY "CAPACITE-IDENTIFIANTS: WARNING - T00000-T99999 "
008570                 "IS NEAR ITS END OR RUNS OUT WITHIN "
008580                 WS-WARN-DAYS " DAYS."
008590     END-IF.
008600     IF WS-D-WARN
008610         DISPLAY "CAPACITE-IDENTIFIANTS: WARNING - DATED IDS FOR "
008620                 WS-ID-YEAR " ARE NEAR THEIR END OR RUN OUT "
008630                 "WITHIN " WS-WARN-DAYS " DAYS."
008640     END-IF.
008650     IF WS-SEQ-BEHIND
008660         DISPLAY "CAPACITE-IDENTIFIANTS: WARNING - TRANSEQ IS "
008670                 "BEHIND THE HISTORY MASTER, ID COLLISION RISK."
008680     END-IF.
008690     DISPLAY "CAPACITE-IDENTIFIANTS: " WS-HIST-READ
008700             " HISTORY ITEMS READ, " WS-WARNINGS " WARNING(S).".
008710     IF WS-WARNINGS > ZERO
008720         MOVE 4 TO RETURN-CODE
008730     ELSE
008740         MOVE ZERO TO RETURN-CODE
008750     END-IF.
008760 9000-EXIT.
008770     EXIT.
