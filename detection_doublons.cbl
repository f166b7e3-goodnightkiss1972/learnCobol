000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DETECTION-DOUBLONS.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  CROSS-DAY SUSPECTED-        *
000110*                 DUPLICATE SCREEN, RUN RIGHT AFTER THE     *
000120*                 FRONT EDIT.  THE FRONT EDIT ONLY CATCHES  *
000130*                 A TRAN-ID SEEN TWICE TODAY; A PAYMENT     *
000140*                 RESENT UNDER A NEW TRAN-ID ON A LATER DAY *
000150*                 WENT STRAIGHT THROUGH.  EVERY DETAIL ON   *
000160*                 THE EDITED COPIES (NUMEDT/DECEDT/SGNEDT)  *
000170*                 IS NOW COMPARED WITH THE HISTORY MASTER   *
000180*                 (HISTMAST) OVER THE LAST DUPDAYS BUSINESS *
000190*                 DAYS (DEFAULT 5, COUNTED ON THE BUSINESS  *
000200*                 CALENDAR BUSCAL).  AN ITEM WITH THE SAME  *
000210*                 ACCOUNT, AMOUNTS, SIGN INDICATORS,        *
000220*                 OPERATION AND CURRENCY AS A POSTED ONE IS *
000230*                 TAKEN OFF ITS EDITED COPY (TRAILER COUNT  *
000240*                 AND HASH ROLLED BACK) AND HELD ON THE     *
000250*                 SUSPECTED-DUPLICATE QUEUE (DUPSUSP,       *
000260*                 COPYBOOK DUPREC) FOR SUPERVISOR REVIEW    *
000270*                 THROUGH REVUE-DOUBLONS.  THE DAY'S HOLDS  *
000280*                 ARE LISTED ON DUPRPT.                     *
000290* 2026-10-15  DM  FEE CHARGES (TRAN-FEE-IND "F") ARE EXEMPT *
000300*                 AS WELL - TWO LIKE ITEMS ON AN ACCOUNT    *
000310*                 RAISE TWO LIKE FEES BY DESIGN.            *
000320* 2026-10-15  DM  COMPARE IN THE PRESENTED CURRENCY.        *
000330*                 TODAY'S ITEM WAS CONVERTED AT TODAY'S     *
000340*                 RATE AND HELD UP AGAINST A HISTORY ITEM   *
000350*                 CONVERTED AT ITS OWN DAY'S RATE, SO A     *
000360*                 FOREIGN ITEM SENT AGAIN AFTER THE RATE    *
000370*                 MOVED NEVER MATCHED.  EACH HISTORY ITEM   *
000380*                 IS NOW CONVERTED BACK AT ITS TRAN-DATE    *
000390*                 RATE (AS THE REPLAY AND THE AUDITOR       *
000400*                 EXTRACT DO) AND COMPARED AS PRESENTED.    *
000410*----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT EDIT-IN          ASSIGN DYNAMIC WS-EDIT-PATH
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-EDIT-IN-STATUS.
000480     SELECT EDIT-NEW         ASSIGN DYNAMIC WS-EDIT-TEMP-PATH
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-EDIT-NEW-STATUS.
000510     SELECT HISTORY-MASTER   ASSIGN TO HISTMAST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS HIST-TRAN-ID
000550         FILE STATUS IS WS-HIST-STATUS.
000560     SELECT CALENDAR-FILE    ASSIGN TO BUSCAL
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CAL-STATUS.
000590     SELECT CURRENCY-RATES   ASSIGN TO CURRATES
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RATE-STATUS.
000620     SELECT DUPLICATE-FILE   ASSIGN TO DUPSUSP
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-DUP-STATUS.
000650     SELECT DUP-RPT          ASSIGN TO DUPRPT
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670 DATA DIVISION.
000680 FILE SECTION.
000690*----------------------------------------------------------*
000700* EDIT-IN/EDIT-NEW -- ONE EDITED COPY AND ITS REWRITE,      *
000710*                 SWAPPED IN WITH THE HELD ITEMS TAKEN OUT  *
000720*----------------------------------------------------------*
000730 FD  EDIT-IN.
000740 01  EDIT-IN-LINE                PIC X(62).
000750 FD  EDIT-NEW.
000760 01  EDIT-NEW-LINE               PIC X(62).
000770*----------------------------------------------------------*
000780* HISTORY-MASTER -- ONE RECORD PER TRAN-ID, ALL DAYS, READ  *
000790*                 FRONT TO BACK INTO THE WORKING IMAGE      *
000800*----------------------------------------------------------*
000810 FD  HISTORY-MASTER.
000820 01  HIST-REC.
000830     05  HIST-TRAN-ID            PIC X(06).
000840     05  FILLER                  PIC X(56).
000850*----------------------------------------------------------*
000860* CALENDAR-FILE -- THE BUSINESS CALENDAR, LOADED AT START   *
000870*----------------------------------------------------------*
000880 FD  CALENDAR-FILE.
000890     COPY CALREC.
000900*----------------------------------------------------------*
000910* CURRENCY-RATES -- RATE TABLE, LOADED AT START             *
000920*----------------------------------------------------------*
000930 FD  CURRENCY-RATES.
000940     COPY CURREC.
000950*----------------------------------------------------------*
000960* DUPLICATE-FILE -- THE SUSPECTED-DUPLICATE REVIEW QUEUE    *
000970*----------------------------------------------------------*
000980 FD  DUPLICATE-FILE.
000990     COPY DUPREC.
001000*----------------------------------------------------------*
001010* DUP-RPT -- THE DAILY SUSPECTED-DUPLICATE REPORT           *
001020*----------------------------------------------------------*
001030 FD  DUP-RPT.
001040 01  PRINT-LINE                  PIC X(80).
001050 WORKING-STORAGE SECTION.
001060*----------------------------------------------------------*
001070* SWITCHES AND COUNTERS                                     *
001080*----------------------------------------------------------*
001090 01  WS-EDIT-EOF-SW              PIC X(01).
001100     88  WS-EDIT-EOF                   VALUE "Y".
001110     88  WS-EDIT-NOT-EOF               VALUE "N".
001120 01  WS-HIST-EOF-SW              PIC X(01).
001130     88  WS-HIST-EOF                   VALUE "Y".
001140     88  WS-HIST-NOT-EOF               VALUE "N".
001150 01  WS-DUP-EOF-SW               PIC X(01).
001160     88  WS-DUP-EOF                    VALUE "Y".
001170     88  WS-DUP-NOT-EOF                VALUE "N".
001180 01  WS-MISSING-SW               PIC X(01) VALUE "N".
001190     88  WS-INPUT-MISSING              VALUE "Y".
001200 01  WS-TRAILER-SW               PIC X(01).
001210     88  WS-HAVE-TRAILER               VALUE "Y".
001220     88  WS-NO-TRAILER                 VALUE "N".
001230 01  WS-EDIT-IN-STATUS           PIC X(02).
001240 01  WS-EDIT-NEW-STATUS          PIC X(02).
001250 01  WS-HIST-STATUS              PIC X(02).
001260 01  WS-DUP-STATUS               PIC X(02).
001270 01  WS-SCREENED-COUNT           PIC 9(7) COMP VALUE ZERO.
001280 01  WS-EXEMPT-COUNT             PIC 9(7) COMP VALUE ZERO.
001290 01  WS-NOCOMP-COUNT             PIC 9(7) COMP VALUE ZERO.
001300 01  WS-SUSPECT-COUNT            PIC 9(7) COMP VALUE ZERO.
001310 01  WS-WINDOW-HIST-COUNT        PIC 9(7) COMP VALUE ZERO.
001320 01  WS-QUEUE-PENDING-COUNT      PIC 9(7) COMP VALUE ZERO.
001330 01  WS-CURRENT-TIME             PIC 9(08).
001340*----------------------------------------------------------*
001350* BUSINESS DATE AND LOOK-BACK WINDOW                        *
001360*----------------------------------------------------------*
001370 01  WS-BUSINESS-DATE            PIC 9(08).
001380 01  WS-BUSDATE-BUFFER           PIC X(08).
001390 01  WS-LOOKBACK-DAYS            PIC 9(02) VALUE 5.
001400 01  WS-DAYS-BUFFER              PIC X(02).
001410 01  WS-DAYS-ZEROS               PIC X(02) VALUE "00".
001420 01  WS-DAYS-ZF                  PIC X(02).
001430 01  WS-DAYS-ZF-VALUE REDEFINES WS-DAYS-ZF
001440                                 PIC 9(02).
001450 01  WS-DAYS-LEN                 PIC 9(02) COMP.
001460 01  WS-WINDOW-START             PIC 9(08).
001470 01  WS-WIN-DATE                 PIC 9(08).
001480 01  WS-WIN-DATE-R REDEFINES WS-WIN-DATE.
001490     05  WS-WIN-YYYY             PIC 9(04).
001500     05  WS-WIN-MM               PIC 9(02).
001510     05  WS-WIN-DD               PIC 9(02).
001520 01  WS-WIN-BIZ-COUNT            PIC 9(03) COMP.
001530 01  WS-WIN-STEPS                PIC 9(04) COMP.
001540 01  WS-WIN-TYPE                 PIC X(01).
001550 01  WS-DAYS-IN-MONTH-VALUES     PIC X(24)
001560                                 VALUE "312831303130313130313031".
001570 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
001580     05  WS-DIM OCCURS 12 TIMES  PIC 9(02).
001590 01  WS-LEAP-QUOT                PIC 9(04) COMP.
001600 01  WS-LEAP-REM                 PIC 9(04) COMP.
001610*----------------------------------------------------------*
001620* BUSINESS CALENDAR TABLE                                   *
001630*----------------------------------------------------------*
001640 01  WS-CAL-STATUS               PIC X(02).
001650 01  WS-CAL-EOF-SW               PIC X(01).
001660     88  WS-CAL-EOF                    VALUE "Y".
001670     88  WS-CAL-NOT-EOF                VALUE "N".
001680 01  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
001690 01  WS-CAL-MAX                  PIC 9(04) COMP VALUE 800.
001700 01  WS-CAL-SUB                  PIC 9(04) COMP.
001710 01  WS-CAL-TABLE.
001720     05  WS-CAL-ENTRY OCCURS 800 TIMES.
001730         10  WS-CL-DATE          PIC 9(08).
001740         10  WS-CL-TYPE          PIC X(01).
001750*----------------------------------------------------------*
001760* CURRENCY RATE TABLE AND CONVERSION FIELDS - TODAY'S ITEMS *
001770* ARE TRIED AS THE LOT PROGRAMS WILL CONVERT THEM; HISTORY  *
001780* ITEMS ARE CONVERTED BACK TO THE CURRENCY PRESENTED        *
001790*----------------------------------------------------------*
001800 01  WS-BASE-CURRENCY            PIC X(03) VALUE "EUR".
001810 01  WS-RATE-STATUS              PIC X(02).
001820 01  WS-RATE-EOF-SW              PIC X(01).
001830     88  WS-RATE-EOF                   VALUE "Y".
001840     88  WS-RATE-NOT-EOF               VALUE "N".
001850 01  WS-RATE-COUNT               PIC 9(03) COMP VALUE ZERO.
001860 01  WS-RATE-MAX                 PIC 9(03) COMP VALUE 200.
001870 01  WS-RATE-SUB                 PIC 9(03) COMP.
001880 01  WS-RATE-TABLE.
001890     05  WS-RATE-ENTRY OCCURS 200 TIMES.
001900         10  WS-RT-CODE          PIC X(03).
001910         10  WS-RT-EFF-DATE      PIC 9(08).
001920         10  WS-RT-RATE          PIC 9(03)V9(06).
001930 01  WS-RATE-FOUND-SW            PIC X(01).
001940     88  WS-RATE-FOUND                 VALUE "Y".
001950     88  WS-RATE-NOT-FOUND             VALUE "N".
001960 01  WS-BEST-DATE                PIC 9(08).
001970 01  WS-BEST-RATE                PIC 9(03)V9(06).
001980 01  WS-TRAN-DATE-NUM            PIC 9(08).
001990 01  WS-ORIG-CURRENCY            PIC X(03).
002000 01  WS-CONV-NUM1                PIC 9(5)V9(2).
002010 01  WS-CONV-NUM2                PIC 9(5)V9(2).
002020 01  WS-COMPARABLE-SW            PIC X(01).
002030     88  WS-COMPARABLE                 VALUE "Y".
002040     88  WS-NOT-COMPARABLE             VALUE "N".
002050 01  WS-DTS-DATE                 PIC 9(08).
002060 01  WS-DTS-DATE-R REDEFINES WS-DTS-DATE.
002070     05  WS-DTS-YYYY             PIC 9(04).
002080     05  WS-DTS-MM               PIC 9(02).
002090     05  WS-DTS-DD               PIC 9(02).
002100 01  WS-DTS-Y                    PIC 9(04) COMP.
002110 01  WS-DTS-M                    PIC 9(02) COMP.
002120 01  WS-DTS-SERIAL               PIC 9(08) COMP.
002130 01  WS-TRAN-SERIAL              PIC 9(08) COMP.
002140 01  WS-RATE-SERIAL              PIC 9(08) COMP.
002150 01  WS-BC-BASE                  PIC 9(05)V9(02).
002160 01  WS-BC-ORIG                  PIC 9(05)V9(02).
002170 01  WS-BC-TRY                   PIC 9(05)V9(02).
002180 01  WS-BC-CHECK                 PIC 9(09)V9(02).
002190 01  WS-BC-MATCH-SW              PIC X(01).
002200     88  WS-BC-MATCHED                 VALUE "Y".
002210     88  WS-BC-NOT-MATCHED             VALUE "N".
002220 01  WS-HS-KNOWN-SW              PIC X(01).
002230     88  WS-HS-KNOWN                   VALUE "Y".
002240     88  WS-HS-UNKNOWN                 VALUE "N".
002250*----------------------------------------------------------*
002260* FILE CONTROL TABLE -- ONE ENTRY PER EDITED COPY, IN THE   *
002270*                 ORDER THE FRONT EDIT CUTS THEM            *
002280*----------------------------------------------------------*
002290 01  WS-FILE-NAME-VALUES.
002300     05  FILLER                  PIC X(09) VALUE "NNUMEDT  ".
002310     05  FILLER                  PIC X(09) VALUE "DDECEDT  ".
002320     05  FILLER                  PIC X(09) VALUE "SSGNEDT  ".
002330 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
002340     05  WS-FILE-ENTRY OCCURS 3 TIMES.
002350         10  WS-FE-TYPE          PIC X(01).
002360         10  WS-FE-NAME          PIC X(08).
002370 01  WS-FILE-SUB                 PIC 9(02) COMP.
002380 01  WS-FILE-TYPE                PIC X(01).
002390     88  WS-FILE-SIGNED                VALUE "S".
002400 01  WS-EDIT-ENV-NAME            PIC X(20).
002410 01  WS-EDIT-PATH                PIC X(60).
002420 01  WS-EDIT-TEMP-PATH           PIC X(64).
002430 01  WS-SWAP-RETURN-CODE         PIC S9(9) COMP-5.
002440 01  WS-FILE-HELD-COUNT          PIC 9(05) COMP.
002450 01  WS-FILE-HELD-HASH           PIC 9(13)V9(02) COMP-3.
002460*----------------------------------------------------------*
002470* TODAY'S ITEMS -- EVERY DETAIL ON THE THREE EDITED COPIES, *
002480*                 IN FILE ORDER, WITH ITS COMPARISON KEY    *
002490*                 (AMOUNTS AS PRESENTED, INDICATORS AS THE  *
002500*                 LOT PROGRAMS WILL POST THEM) AND HISTORY  *
002510*                 ITEM IT MATCHED, IF ANY                   *
002520*----------------------------------------------------------*
002530 01  WS-DAY-COUNT                PIC 9(05) COMP VALUE ZERO.
002540 01  WS-DAY-MAX                  PIC 9(05) COMP VALUE 10000.
002550 01  WS-DAY-SUB                  PIC 9(05) COMP.
002560 01  WS-DAY-FULL-SW              PIC X(01) VALUE "N".
002570     88  WS-DAY-TABLE-FULL             VALUE "Y".
002580 01  WS-DAY-TABLE.
002590     05  WS-DAY-ENTRY OCCURS 10000 TIMES.
002600         10  WS-DY-TAG           PIC X(01).
002610         10  WS-DY-IMAGE         PIC X(62).
002620         10  WS-DY-SCREEN        PIC X(01).
002630             88  WS-DY-SCREENED        VALUE "Y".
002640         10  WS-DY-SUSPECT       PIC X(01).
002650             88  WS-DY-HELD            VALUE "Y".
002660         10  WS-DY-ACCOUNT       PIC X(08).
002670         10  WS-DY-NUM1          PIC 9(5)V9(2).
002680         10  WS-DY-NUM2          PIC 9(5)V9(2).
002690         10  WS-DY-SIGN1         PIC X(01).
002700         10  WS-DY-SIGN2         PIC X(01).
002710         10  WS-DY-OP            PIC X(01).
002720         10  WS-DY-CURRENCY      PIC X(03).
002730         10  WS-DY-MATCH-ID      PIC X(06).
002740         10  WS-DY-MATCH-DATE    PIC X(08).
002750 01  WS-DAY-SEQ                  PIC 9(05) COMP.
002760*----------------------------------------------------------*
002770* ONE HISTORY ITEM, NORMALIZED FOR THE COMPARISON           *
002780*----------------------------------------------------------*
002790 01  WS-HS-SIGN1                 PIC X(01).
002800 01  WS-HS-SIGN2                 PIC X(01).
002810 01  WS-HS-OP                    PIC X(01).
002820 01  WS-HS-CURRENCY              PIC X(03).
002830 01  WS-HS-DATE-NUM              PIC 9(08).
002840 01  WS-HS-NUM1                  PIC 9(05)V9(02).
002850 01  WS-HS-NUM2                  PIC 9(05)V9(02).
002860 01  WS-NOBACK-COUNT             PIC 9(07) COMP VALUE ZERO.
002870*----------------------------------------------------------*
002880* A TRANSACTION IMAGE UNFOLDED, AND THE BATCH CONTROLS      *
002890*----------------------------------------------------------*
002900 COPY TRANREC.
002910 COPY LOTCTL.
002920*----------------------------------------------------------*
002930* REPORT LINE LAYOUTS                                       *
002940*----------------------------------------------------------*
002950 01  SEPARATOR-LINE              PIC X(72) VALUE ALL "-".
002960 01  HEADING-LINE-1.
002970     05  FILLER                  PIC X(31) VALUE
002980         "SUSPECTED-DUPLICATE REPORT FOR".
002990     05  HL1-DATE                PIC 9(08).
003000 01  HEADING-LINE-2.
003010     05  FILLER                  PIC X(12) VALUE "LOOK-BACK: ".
003020     05  HL2-DAYS                PIC Z9.
003030     05  FILLER                  PIC X(24) VALUE
003040         " BUSINESS DAYS, HISTORY ".
003050     05  FILLER                  PIC X(05) VALUE "FROM ".
003060     05  HL2-START               PIC 9(08).
003070 01  HEADING-LINE-3.
003080     05  FILLER                  PIC X(36) VALUE
003090         "TRAN-ID F ACCOUNT  CUR     NUM1 S   ".
003100     05  FILLER                  PIC X(36) VALUE
003110         "  NUM2 S O  MATCHES  POSTED".
003120 01  DETAIL-LINE.
003130     05  DL-TRAN-ID              PIC X(06).
003140     05  FILLER                  PIC X(02) VALUE SPACES.
003150     05  DL-FILE                 PIC X(01).
003160     05  FILLER                  PIC X(01) VALUE SPACE.
003170     05  DL-ACCOUNT              PIC X(08).
003180     05  FILLER                  PIC X(01) VALUE SPACE.
003190     05  DL-CURRENCY             PIC X(03).
003200     05  FILLER                  PIC X(01) VALUE SPACE.
003210     05  DL-NUM1                 PIC ZZZZ9.99.
003220     05  FILLER                  PIC X(01) VALUE SPACE.
003230     05  DL-SIGN1                PIC X(01).
003240     05  FILLER                  PIC X(01) VALUE SPACE.
003250     05  DL-NUM2                 PIC ZZZZ9.99.
003260     05  FILLER                  PIC X(01) VALUE SPACE.
003270     05  DL-SIGN2                PIC X(01).
003280     05  FILLER                  PIC X(01) VALUE SPACE.
003290     05  DL-OP                   PIC X(01).
003300     05  FILLER                  PIC X(02) VALUE SPACES.
003310     05  DL-MATCH-ID             PIC X(06).
003320     05  FILLER                  PIC X(03) VALUE SPACES.
003330     05  DL-MATCH-DATE           PIC X(08).
003340 01  NONE-LINE                   PIC X(40) VALUE
003350     "NO SUSPECTED DUPLICATES TODAY.".
003360 01  SUMMARY-LINE.
003370     05  SL-LABEL                PIC X(42).
003380     05  SL-COUNT                PIC ZZZ,ZZ9.
003390 PROCEDURE DIVISION.
003400 0000-MAINLINE.
003410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003420     PERFORM 2000-LOAD-ONE-FILE THRU 2000-EXIT
003430         VARYING WS-FILE-SUB FROM 1 BY 1
003440         UNTIL WS-FILE-SUB > 3.
003450     IF WS-INPUT-MISSING
003460         DISPLAY "DETECTION-DOUBLONS: EDITED COPY MISSING - "
003470                 "ENDING WITH CONDITION CODE 8."
003480         MOVE 8 TO RETURN-CODE
003490         STOP RUN
003500     END-IF.
003510     PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT.
003520     PERFORM 4000-QUEUE-SUSPECTS THRU 4000-EXIT.
003530     PERFORM 5000-REWRITE-ONE-FILE THRU 5000-EXIT
003540         VARYING WS-FILE-SUB FROM 1 BY 1
003550         UNTIL WS-FILE-SUB > 3.
003560     PERFORM 6000-COUNT-QUEUE THRU 6000-EXIT.
003570     PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
003580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003590     STOP RUN.
003600*----------------------------------------------------------*
003610* 1000-INITIALIZE -- BUSINESS DATE, LOOK-BACK, CALENDAR,    *
003620*                    RATES AND THE WINDOW START DATE        *
003630*----------------------------------------------------------*
003640 1000-INITIALIZE.
003650     ACCEPT WS-BUSDATE-BUFFER FROM ENVIRONMENT "BUSDATE".
003660     IF WS-BUSDATE-BUFFER IS NUMERIC
003670         MOVE WS-BUSDATE-BUFFER TO WS-BUSINESS-DATE
003680     ELSE
003690         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
003700     END-IF.
003710     PERFORM 1100-GET-LOOKBACK THRU 1100-EXIT.
003720     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
003730     PERFORM 1500-LOAD-RATE-TABLE THRU 1500-EXIT.
003740     PERFORM 1700-FIND-WINDOW-START THRU 1700-EXIT.
003750 1000-EXIT.
003760     EXIT.
003770*----------------------------------------------------------*
003780* 1100-GET-LOOKBACK -- DUPDAYS FROM THE ENVIRONMENT,        *
003790*                 RIGHT-JUSTIFIED AND ZERO-FILLED,          *
003800*                 DEFAULT 5                                 *
003810*----------------------------------------------------------*
003820 1100-GET-LOOKBACK.
003830     ACCEPT WS-DAYS-BUFFER FROM ENVIRONMENT "DUPDAYS".
003840     MOVE ZERO TO WS-DAYS-LEN.
003850     INSPECT WS-DAYS-BUFFER TALLYING WS-DAYS-LEN
003860         FOR CHARACTERS BEFORE INITIAL SPACE.
003870     IF WS-DAYS-LEN > ZERO
003880         IF WS-DAYS-LEN = 2
003890             MOVE WS-DAYS-BUFFER TO WS-DAYS-ZF
003900         ELSE
003910             STRING WS-DAYS-ZEROS(1 : 2 - WS-DAYS-LEN)
003920                        DELIMITED BY SIZE
003930                    WS-DAYS-BUFFER(1 : WS-DAYS-LEN)
003940                        DELIMITED BY SIZE
003950                 INTO WS-DAYS-ZF
003960         END-IF
003970         IF WS-DAYS-ZF IS NUMERIC
003980          AND WS-DAYS-ZF-VALUE > ZERO
003990             MOVE WS-DAYS-ZF-VALUE TO WS-LOOKBACK-DAYS
004000         END-IF
004010     END-IF.
004020 1100-EXIT.
004030     EXIT.
004040*----------------------------------------------------------*
004050* 1300-LOAD-CALENDAR -- PULL THE BUSINESS CALENDAR INTO     *
004060*                 STORAGE.  NO FILE JUST MEANS EVERY DATE   *
004070*                 COUNTS AS A BUSINESS DAY.                 *
004080*----------------------------------------------------------*
004090 1300-LOAD-CALENDAR.
004100     SET WS-CAL-NOT-EOF TO TRUE.
004110     MOVE ZERO TO WS-CAL-COUNT.
004120     OPEN INPUT CALENDAR-FILE.
004130     IF WS-CAL-STATUS NOT = "00"
004140         GO TO 1300-EXIT
004150     END-IF.
004160     PERFORM 1350-READ-ONE-DATE THRU 1350-EXIT
004170         UNTIL WS-CAL-EOF.
004180     CLOSE CALENDAR-FILE.
004190 1300-EXIT.
004200     EXIT.
004210 1350-READ-ONE-DATE.
004220     READ CALENDAR-FILE
004230         AT END
004240             SET WS-CAL-EOF TO TRUE
004250             GO TO 1350-EXIT
004260     END-READ.
004270     IF CAL-DATE IS NOT NUMERIC
004280         GO TO 1350-EXIT
004290     END-IF.
004300     IF WS-CAL-COUNT >= WS-CAL-MAX
004310         DISPLAY "DETECTION-DOUBLONS: CALENDAR TABLE "
004320                 "FULL - REMAINING DATES IGNORED."
004330         SET WS-CAL-EOF TO TRUE
004340         GO TO 1350-EXIT
004350     END-IF.
004360     ADD 1 TO WS-CAL-COUNT.
004370     MOVE CAL-DATE     TO WS-CL-DATE(WS-CAL-COUNT).
004380     MOVE CAL-DAY-TYPE TO WS-CL-TYPE(WS-CAL-COUNT).
004390 1350-EXIT.
004400     EXIT.
004410*----------------------------------------------------------*
004420* 1500-LOAD-RATE-TABLE -- PULL THE WHOLE CURRENCY RATE FILE *
004430*                 INTO STORAGE.  NO FILE JUST MEANS NO      *
004440*                 FOREIGN-CURRENCY ITEM CAN BE COMPARED.    *
004450*----------------------------------------------------------*
004460 1500-LOAD-RATE-TABLE.
004470     SET WS-RATE-NOT-EOF TO TRUE.
004480     MOVE ZERO TO WS-RATE-COUNT.
004490     OPEN INPUT CURRENCY-RATES.
004500     IF WS-RATE-STATUS NOT = "00"
004510         GO TO 1500-EXIT
004520     END-IF.
004530     PERFORM 1550-READ-ONE-RATE THRU 1550-EXIT
004540         UNTIL WS-RATE-EOF.
004550     CLOSE CURRENCY-RATES.
004560 1500-EXIT.
004570     EXIT.
004580 1550-READ-ONE-RATE.
004590     READ CURRENCY-RATES
004600         AT END
004610             SET WS-RATE-EOF TO TRUE
004620             GO TO 1550-EXIT
004630     END-READ.
004640     IF CUR-EFF-DATE IS NOT NUMERIC
004650      OR CUR-RATE IS NOT NUMERIC
004660         GO TO 1550-EXIT
004670     END-IF.
004680     IF WS-RATE-COUNT >= WS-RATE-MAX
004690         DISPLAY "DETECTION-DOUBLONS: RATE TABLE FULL - "
004700                 "REMAINING RATES IGNORED."
004710         SET WS-RATE-EOF TO TRUE
004720         GO TO 1550-EXIT
004730     END-IF.
004740     ADD 1 TO WS-RATE-COUNT.
004750     MOVE CUR-CODE     TO WS-RT-CODE(WS-RATE-COUNT).
004760     MOVE CUR-EFF-DATE TO WS-RT-EFF-DATE(WS-RATE-COUNT).
004770     MOVE CUR-RATE     TO WS-RT-RATE(WS-RATE-COUNT).
004780 1550-EXIT.
004790     EXIT.
004800*----------------------------------------------------------*
004810* 1700-FIND-WINDOW-START -- WALK BACK FROM THE BUSINESS     *
004820*                 DATE ONE CALENDAR DAY AT A TIME UNTIL THE *
004830*                 LOOK-BACK'S WORTH OF BUSINESS DAYS HAS    *
004840*                 BEEN PASSED; A DATE THE CALENDAR DOES NOT *
004850*                 KNOW COUNTS AS A BUSINESS DAY.  THE WALK  *
004860*                 IS BOUNDED SO A CALENDAR FULL OF HOLIDAYS *
004870*                 CANNOT RUN IT AWAY.                       *
004880*----------------------------------------------------------*
004890 1700-FIND-WINDOW-START.
004900     MOVE WS-BUSINESS-DATE TO WS-WIN-DATE.
004910     MOVE ZERO TO WS-WIN-BIZ-COUNT.
004920     MOVE ZERO TO WS-WIN-STEPS.
004930     PERFORM 1750-STEP-BACK-ONE-DAY THRU 1750-EXIT
004940         UNTIL WS-WIN-BIZ-COUNT >= WS-LOOKBACK-DAYS
004950            OR WS-WIN-STEPS > 400.
004960     MOVE WS-WIN-DATE TO WS-WINDOW-START.
004970 1700-EXIT.
004980     EXIT.
004990 1750-STEP-BACK-ONE-DAY.
005000     ADD 1 TO WS-WIN-STEPS.
005010     IF WS-WIN-DD > 1
005020         SUBTRACT 1 FROM WS-WIN-DD
005030     ELSE
005040         IF WS-WIN-MM > 1
005050             SUBTRACT 1 FROM WS-WIN-MM
005060         ELSE
005070             MOVE 12 TO WS-WIN-MM
005080             SUBTRACT 1 FROM WS-WIN-YYYY
005090         END-IF
005100         MOVE WS-DIM(WS-WIN-MM) TO WS-WIN-DD
005110         IF WS-WIN-MM = 2
005120             PERFORM 1780-FEBRUARY-END THRU 1780-EXIT
005130         END-IF
005140     END-IF.
005150     MOVE SPACE TO WS-WIN-TYPE.
005160     PERFORM 1760-TYPE-OF-WIN-DATE THRU 1760-EXIT
005170         VARYING WS-CAL-SUB FROM 1 BY 1
005180         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
005190     IF WS-WIN-TYPE = SPACE OR WS-WIN-TYPE = "B"
005200         ADD 1 TO WS-WIN-BIZ-COUNT
005210     END-IF.
005220 1750-EXIT.
005230     EXIT.
005240 1760-TYPE-OF-WIN-DATE.
005250     IF WS-CL-DATE(WS-CAL-SUB) = WS-WIN-DATE
005260         MOVE WS-CL-TYPE(WS-CAL-SUB) TO WS-WIN-TYPE
005270     END-IF.
005280 1760-EXIT.
005290     EXIT.
005300 1780-FEBRUARY-END.
005310     DIVIDE WS-WIN-YYYY BY 4
005320         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
005330     IF WS-LEAP-REM = ZERO
005340         DIVIDE WS-WIN-YYYY BY 100
005350             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
005360         IF WS-LEAP-REM NOT = ZERO
005370             MOVE 29 TO WS-WIN-DD
005380         ELSE
005390             DIVIDE WS-WIN-YYYY BY 400
005400                 GIVING WS-LEAP-QUOT
005410                 REMAINDER WS-LEAP-REM
005420             IF WS-LEAP-REM = ZERO
005430                 MOVE 29 TO WS-WIN-DD
005440             END-IF
005450         END-IF
005460     END-IF.
005470 1780-EXIT.
005480     EXIT.
005490*----------------------------------------------------------*
005500* 2000-LOAD-ONE-FILE -- EVERY DETAIL ON ONE EDITED COPY     *
005510*                 INTO THE DAY TABLE.  A MISSING EDITED     *
005520*                 COPY ENDS THE RUN WITH CONDITION CODE 8 - *
005530*                 THE FRONT EDIT ALWAYS CUTS ALL THREE.     *
005540*----------------------------------------------------------*
005550 2000-LOAD-ONE-FILE.
005560     MOVE WS-FE-TYPE(WS-FILE-SUB) TO WS-FILE-TYPE.
005570     MOVE WS-FE-NAME(WS-FILE-SUB) TO WS-EDIT-ENV-NAME.
005580     ACCEPT WS-EDIT-PATH FROM ENVIRONMENT WS-EDIT-ENV-NAME.
005590     IF WS-EDIT-PATH = SPACES
005600         MOVE WS-EDIT-ENV-NAME TO WS-EDIT-PATH
005610     END-IF.
005620     OPEN INPUT EDIT-IN.
005630     IF WS-EDIT-IN-STATUS NOT = "00"
005640         DISPLAY "DETECTION-DOUBLONS: " WS-EDIT-ENV-NAME
005650                 " NOT FOUND."
005660         SET WS-INPUT-MISSING TO TRUE
005670         GO TO 2000-EXIT
005680     END-IF.
005690     SET WS-EDIT-NOT-EOF TO TRUE.
005700     PERFORM 2100-LOAD-ONE-LINE THRU 2100-EXIT
005710         UNTIL WS-EDIT-EOF.
005720     CLOSE EDIT-IN.
005730 2000-EXIT.
005740     EXIT.
005750*----------------------------------------------------------*
005760* 2100-LOAD-ONE-LINE -- ONE DETAIL INTO THE TABLE, CONTROLS *
005770*                 SKIPPED.  STANDING-ORDER ITEMS, ITEMS A   *
005780*                 SUPERVISOR ALREADY RELEASED FROM THE      *
005790*                 QUEUE AND REVERSAL OFFSETS ARE CARRIED    *
005800*                 BUT NEVER SCREENED.                       *
005810*----------------------------------------------------------*
005820 2100-LOAD-ONE-LINE.
005830     READ EDIT-IN
005840         AT END
005850             SET WS-EDIT-EOF TO TRUE
005860             GO TO 2100-EXIT
005870     END-READ.
005880     IF EDIT-IN-LINE(1 : 3) = "HDR"
005890      OR EDIT-IN-LINE(1 : 3) = "TRL"
005900         GO TO 2100-EXIT
005910     END-IF.
005920     IF WS-DAY-COUNT >= WS-DAY-MAX
005930         IF NOT WS-DAY-TABLE-FULL
005940             DISPLAY "DETECTION-DOUBLONS: DAY TABLE FULL - "
005950                     "REMAINING ITEMS NOT SCREENED."
005960             SET WS-DAY-TABLE-FULL TO TRUE
005970         END-IF
005980         GO TO 2100-EXIT
005990     END-IF.
006000     ADD 1 TO WS-DAY-COUNT.
006010     MOVE EDIT-IN-LINE TO TRANSACTION-RECORD.
006020     MOVE WS-FILE-TYPE TO WS-DY-TAG(WS-DAY-COUNT).
006030     MOVE EDIT-IN-LINE TO WS-DY-IMAGE(WS-DAY-COUNT).
006040     MOVE "N"          TO WS-DY-SUSPECT(WS-DAY-COUNT).
006050     MOVE SPACES       TO WS-DY-MATCH-ID(WS-DAY-COUNT).
006060     MOVE SPACES       TO WS-DY-MATCH-DATE(WS-DAY-COUNT).
006070     MOVE "N"          TO WS-DY-SCREEN(WS-DAY-COUNT).
006080     IF TRAN-DUP-RELEASED
006090      OR TRAN-FROM-ORDER
006100      OR TRAN-REV-OFFSET
006110      OR TRAN-FEE-CHARGE
006120         ADD 1 TO WS-EXEMPT-COUNT
006130         GO TO 2100-EXIT
006140     END-IF.
006150     PERFORM 2200-CONVERT-CURRENCY THRU 2200-EXIT.
006160     IF WS-NOT-COMPARABLE
006170         ADD 1 TO WS-NOCOMP-COUNT
006180         GO TO 2100-EXIT
006190     END-IF.
006200     ADD 1 TO WS-SCREENED-COUNT.
006210     MOVE "Y"          TO WS-DY-SCREEN(WS-DAY-COUNT).
006220     MOVE TRAN-ACCOUNT TO WS-DY-ACCOUNT(WS-DAY-COUNT).
006230     MOVE TRAN-NUM1    TO WS-DY-NUM1(WS-DAY-COUNT).
006240     MOVE TRAN-NUM2    TO WS-DY-NUM2(WS-DAY-COUNT).
006250     IF WS-FILE-SIGNED
006260         MOVE TRAN-SIGN-IND  TO WS-DY-SIGN1(WS-DAY-COUNT)
006270         MOVE TRAN-SIGN-IND2 TO WS-DY-SIGN2(WS-DAY-COUNT)
006280     ELSE
006290         MOVE "D"            TO WS-DY-SIGN1(WS-DAY-COUNT)
006300         MOVE SPACE          TO WS-DY-SIGN2(WS-DAY-COUNT)
006310     END-IF.
006320     IF TRAN-OP-CODE = SPACE
006330         MOVE "A"          TO WS-DY-OP(WS-DAY-COUNT)
006340     ELSE
006350         MOVE TRAN-OP-CODE TO WS-DY-OP(WS-DAY-COUNT)
006360     END-IF.
006370     IF TRAN-CURRENCY-CODE = SPACES
006380         MOVE WS-BASE-CURRENCY   TO WS-DY-CURRENCY(WS-DAY-COUNT)
006390     ELSE
006400         MOVE TRAN-CURRENCY-CODE TO WS-DY-CURRENCY(WS-DAY-COUNT)
006410     END-IF.
006420 2100-EXIT.
006430     EXIT.
006440*----------------------------------------------------------*
006450* 2200-CONVERT-CURRENCY -- TRY A FOREIGN-CURRENCY PAIR      *
006460*                 INTO THE BASE CURRENCY THE WAY THE LOT    *
006470*                 PROGRAMS WILL.  AN ITEM THEY WILL REJECT  *
006480*                 (NO RATE, STALE RATE, OVERFLOW) IS NOT    *
006490*                 COMPARABLE AND IS LEFT FOR THEM TO        *
006500*                 REJECT.  THE COMPARISON ITSELF USES THE   *
006510*                 PRESENTED AMOUNTS.                        *
006520*----------------------------------------------------------*
006530 2200-CONVERT-CURRENCY.
006540     SET WS-COMPARABLE TO TRUE.
006550     MOVE TRAN-CURRENCY-CODE TO WS-ORIG-CURRENCY.
006560     MOVE TRAN-NUM1 TO WS-CONV-NUM1.
006570     MOVE TRAN-NUM2 TO WS-CONV-NUM2.
006580     IF WS-ORIG-CURRENCY = SPACES
006590      OR WS-ORIG-CURRENCY = WS-BASE-CURRENCY
006600         GO TO 2200-EXIT
006610     END-IF.
006620     PERFORM 2240-FIND-RATE THRU 2240-EXIT.
006630     IF WS-RATE-NOT-FOUND
006640         SET WS-NOT-COMPARABLE TO TRUE
006650         GO TO 2200-EXIT
006660     END-IF.
006670     MOVE WS-TRAN-DATE-NUM TO WS-DTS-DATE.
006680     PERFORM 8800-DATE-TO-SERIAL THRU 8800-EXIT.
006690     MOVE WS-DTS-SERIAL TO WS-TRAN-SERIAL.
006700     MOVE WS-BEST-DATE TO WS-DTS-DATE.
006710     PERFORM 8800-DATE-TO-SERIAL THRU 8800-EXIT.
006720     MOVE WS-DTS-SERIAL TO WS-RATE-SERIAL.
006730     IF WS-TRAN-SERIAL > WS-RATE-SERIAL + 30
006740         SET WS-NOT-COMPARABLE TO TRUE
006750         GO TO 2200-EXIT
006760     END-IF.
006770     COMPUTE WS-CONV-NUM1 ROUNDED =
006780         TRAN-NUM1 * WS-BEST-RATE
006790         ON SIZE ERROR
006800             SET WS-NOT-COMPARABLE TO TRUE
006810     END-COMPUTE.
006820     COMPUTE WS-CONV-NUM2 ROUNDED =
006830         TRAN-NUM2 * WS-BEST-RATE
006840         ON SIZE ERROR
006850             SET WS-NOT-COMPARABLE TO TRUE
006860     END-COMPUTE.
006870 2200-EXIT.
006880     EXIT.
006890*----------------------------------------------------------*
006900* 2240-FIND-RATE -- LATEST EFFECTIVE DATE NOT AFTER         *
006910*                 TRAN-DATE FOR THE ITEM'S CURRENCY         *
006920*----------------------------------------------------------*
006930 2240-FIND-RATE.
006940     SET WS-RATE-NOT-FOUND TO TRUE.
006950     MOVE ZERO TO WS-BEST-DATE.
006960     MOVE TRAN-DATE TO WS-TRAN-DATE-NUM.
006970     PERFORM 2245-CHECK-ONE-RATE THRU 2245-EXIT
006980         VARYING WS-RATE-SUB FROM 1 BY 1
006990         UNTIL WS-RATE-SUB > WS-RATE-COUNT.
007000 2240-EXIT.
007010     EXIT.
007020 2245-CHECK-ONE-RATE.
007030     IF WS-RT-CODE(WS-RATE-SUB) = WS-ORIG-CURRENCY
007040      AND WS-RT-EFF-DATE(WS-RATE-SUB) <= WS-TRAN-DATE-NUM
007050      AND WS-RT-EFF-DATE(WS-RATE-SUB) >= WS-BEST-DATE
007060         SET WS-RATE-FOUND TO TRUE
007070         MOVE WS-RT-EFF-DATE(WS-RATE-SUB) TO WS-BEST-DATE
007080         MOVE WS-RT-RATE(WS-RATE-SUB)     TO WS-BEST-RATE
007090     END-IF.
007100 2245-EXIT.
007110     EXIT.
007120*----------------------------------------------------------*
007130* 3000-SCAN-HISTORY -- ONE PASS OF THE HISTORY MASTER.      *
007140*                 EACH POSTED ITEM DATED INSIDE THE WINDOW  *
007150*                 IS HELD UP AGAINST EVERY SCREENED ITEM    *
007160*                 NOT ALREADY MATCHED.  NO HISTORY MASTER   *
007170*                 YET MEANS NOTHING CAN BE A REPEAT.        *
007180*----------------------------------------------------------*
007190 3000-SCAN-HISTORY.
007200     IF WS-SCREENED-COUNT = ZERO
007210         GO TO 3000-EXIT
007220     END-IF.
007230     OPEN INPUT HISTORY-MASTER.
007240     IF WS-HIST-STATUS = "35"
007250         DISPLAY "DETECTION-DOUBLONS: NO HISTORY MASTER YET - "
007260                 "NOTHING TO COMPARE AGAINST."
007270         GO TO 3000-EXIT
007280     END-IF.
007290     IF WS-HIST-STATUS NOT = "00"
007300         DISPLAY "DETECTION-DOUBLONS: CANNOT OPEN HISTORY "
007310                 "MASTER, STATUS " WS-HIST-STATUS
007320                 " - ENDING WITH CONDITION CODE 8."
007330         MOVE 8 TO RETURN-CODE
007340         STOP RUN
007350     END-IF.
007360     SET WS-HIST-NOT-EOF TO TRUE.
007370     PERFORM 3100-CHECK-ONE-HISTORY THRU 3100-EXIT
007380         UNTIL WS-HIST-EOF.
007390     CLOSE HISTORY-MASTER.
007400 3000-EXIT.
007410     EXIT.
007420 3100-CHECK-ONE-HISTORY.
007430     READ HISTORY-MASTER NEXT RECORD
007440         INTO TRANSACTION-RECORD
007450         AT END
007460             SET WS-HIST-EOF TO TRUE
007470             GO TO 3100-EXIT
007480     END-READ.
007490     IF TRAN-DATE IS NOT NUMERIC
007500         GO TO 3100-EXIT
007510     END-IF.
007520     MOVE TRAN-DATE TO WS-HS-DATE-NUM.
007530     IF WS-HS-DATE-NUM < WS-WINDOW-START
007540      OR WS-HS-DATE-NUM > WS-BUSINESS-DATE
007550         GO TO 3100-EXIT
007560     END-IF.
007570     IF TRAN-REV-OFFSET
007580      OR TRAN-REVERSED
007590         GO TO 3100-EXIT
007600     END-IF.
007610     ADD 1 TO WS-WINDOW-HIST-COUNT.
007620     MOVE TRAN-SIGN-IND  TO WS-HS-SIGN1.
007630     MOVE TRAN-SIGN-IND2 TO WS-HS-SIGN2.
007640     IF TRAN-OP-CODE = SPACE
007650         MOVE "A" TO WS-HS-OP
007660     ELSE
007670         MOVE TRAN-OP-CODE TO WS-HS-OP
007680     END-IF.
007690     IF TRAN-CURRENCY-CODE = SPACES
007700         MOVE WS-BASE-CURRENCY TO WS-HS-CURRENCY
007710     ELSE
007720         MOVE TRAN-CURRENCY-CODE TO WS-HS-CURRENCY
007730     END-IF.
007740     PERFORM 3150-PRESENTED-AMOUNTS THRU 3150-EXIT.
007750     IF WS-HS-UNKNOWN
007760         ADD 1 TO WS-NOBACK-COUNT
007770         GO TO 3100-EXIT
007780     END-IF.
007790     PERFORM 3200-MATCH-ONE-ITEM THRU 3200-EXIT
007800         VARYING WS-DAY-SUB FROM 1 BY 1
007810         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
007820 3100-EXIT.
007830     EXIT.
007840*----------------------------------------------------------*
007850* 3150-PRESENTED-AMOUNTS -- THE HISTORY MASTER HOLDS THE    *
007860*                 OPERANDS IN BASE.  A FOREIGN ITEM HAS     *
007870*                 EACH DIVIDED BACK BY THE RATE FOR ITS OWN *
007880*                 TRAN-DATE, SO A RESENT ITEM MATCHES       *
007890*                 HOWEVER FAR THE RATE HAS MOVED.  NO RATE  *
007900*                 LEAVES THE ITEM UNKNOWN AND UNCOMPARED.   *
007910*----------------------------------------------------------*
007920 3150-PRESENTED-AMOUNTS.
007930     SET WS-HS-KNOWN TO TRUE.
007940     MOVE TRAN-NUM1 TO WS-HS-NUM1.
007950     MOVE TRAN-NUM2 TO WS-HS-NUM2.
007960     IF WS-HS-CURRENCY = WS-BASE-CURRENCY
007970         GO TO 3150-EXIT
007980     END-IF.
007990     IF TRAN-NUM1 IS NOT NUMERIC
008000      OR TRAN-NUM2 IS NOT NUMERIC
008010         SET WS-HS-UNKNOWN TO TRUE
008020         GO TO 3150-EXIT
008030     END-IF.
008040     MOVE WS-HS-CURRENCY TO WS-ORIG-CURRENCY.
008050     PERFORM 2240-FIND-RATE THRU 2240-EXIT.
008060     IF WS-RATE-NOT-FOUND OR WS-BEST-RATE = ZERO
008070         SET WS-HS-UNKNOWN TO TRUE
008080         GO TO 3150-EXIT
008090     END-IF.
008100     MOVE TRAN-NUM1 TO WS-BC-BASE.
008110     PERFORM 3160-BACK-ONE-AMOUNT THRU 3160-EXIT.
008120     MOVE WS-BC-ORIG TO WS-HS-NUM1.
008130     MOVE TRAN-NUM2 TO WS-BC-BASE.
008140     PERFORM 3160-BACK-ONE-AMOUNT THRU 3160-EXIT.
008150     MOVE WS-BC-ORIG TO WS-HS-NUM2.
008160 3150-EXIT.
008170     EXIT.
008180*----------------------------------------------------------*
008190* 3160-BACK-ONE-AMOUNT -- WS-BC-BASE BACK TO WS-BC-ORIG.    *
008200*                 THE ROUNDED QUOTIENT IS TRIED FIRST, THEN *
008210*                 ONE CENT EITHER SIDE OF IT; WHEN NONE     *
008220*                 CONVERTS FORWARD TO THE BASE AMOUNT THE   *
008230*                 QUOTIENT STANDS.                          *
008240*----------------------------------------------------------*
008250 3160-BACK-ONE-AMOUNT.
008260     SET WS-BC-NOT-MATCHED TO TRUE.
008270     COMPUTE WS-BC-ORIG ROUNDED = WS-BC-BASE / WS-BEST-RATE
008280         ON SIZE ERROR
008290             MOVE ZERO TO WS-BC-ORIG
008300             SET WS-HS-UNKNOWN TO TRUE
008310             GO TO 3160-EXIT
008320     END-COMPUTE.
008330     MOVE WS-BC-ORIG TO WS-BC-TRY.
008340     PERFORM 3170-TRY-AMOUNT THRU 3170-EXIT.
008350     IF WS-BC-MATCHED
008360         GO TO 3160-EXIT
008370     END-IF.
008380     IF WS-BC-ORIG < 99999.99
008390         COMPUTE WS-BC-TRY = WS-BC-ORIG + 0.01
008400         PERFORM 3170-TRY-AMOUNT THRU 3170-EXIT
008410         IF WS-BC-MATCHED
008420             MOVE WS-BC-TRY TO WS-BC-ORIG
008430             GO TO 3160-EXIT
008440         END-IF
008450     END-IF.
008460     IF WS-BC-ORIG > ZERO
008470         COMPUTE WS-BC-TRY = WS-BC-ORIG - 0.01
008480         PERFORM 3170-TRY-AMOUNT THRU 3170-EXIT
008490         IF WS-BC-MATCHED
008500             MOVE WS-BC-TRY TO WS-BC-ORIG
008510         END-IF
008520     END-IF.
008530 3160-EXIT.
008540     EXIT.
008550 3170-TRY-AMOUNT.
008560     COMPUTE WS-BC-CHECK ROUNDED = WS-BC-TRY * WS-BEST-RATE.
008570     IF WS-BC-CHECK = WS-BC-BASE
008580         SET WS-BC-MATCHED TO TRUE
008590     END-IF.
008600 3170-EXIT.
008610     EXIT.
008620*----------------------------------------------------------*
008630* 3200-MATCH-ONE-ITEM -- SAME ACCOUNT, AMOUNTS, INDICATORS, *
008640*                 OPERATION AND CURRENCY UNDER ANOTHER      *
008650*                 TRAN-ID; THE FIRST HISTORY HIT IS KEPT    *
008660*----------------------------------------------------------*
008670 3200-MATCH-ONE-ITEM.
008680     IF NOT WS-DY-SCREENED(WS-DAY-SUB)
008690      OR WS-DY-HELD(WS-DAY-SUB)
008700         GO TO 3200-EXIT
008710     END-IF.
008720     IF WS-DY-ACCOUNT(WS-DAY-SUB) NOT = TRAN-ACCOUNT
008730      OR WS-DY-NUM1(WS-DAY-SUB) NOT = WS-HS-NUM1
008740      OR WS-DY-NUM2(WS-DAY-SUB) NOT = WS-HS-NUM2
008750      OR WS-DY-SIGN1(WS-DAY-SUB) NOT = WS-HS-SIGN1
008760      OR WS-DY-SIGN2(WS-DAY-SUB) NOT = WS-HS-SIGN2
008770      OR WS-DY-OP(WS-DAY-SUB) NOT = WS-HS-OP
008780      OR WS-DY-CURRENCY(WS-DAY-SUB) NOT = WS-HS-CURRENCY
008790      OR WS-DY-IMAGE(WS-DAY-SUB)(1 : 6) = TRAN-ID
008800         GO TO 3200-EXIT
008810     END-IF.
008820     MOVE "Y" TO WS-DY-SUSPECT(WS-DAY-SUB).
008830     MOVE TRAN-ID   TO WS-DY-MATCH-ID(WS-DAY-SUB).
008840     MOVE TRAN-DATE TO WS-DY-MATCH-DATE(WS-DAY-SUB).
008850     ADD 1 TO WS-SUSPECT-COUNT.
008860 3200-EXIT.
008870     EXIT.
008880*----------------------------------------------------------*
008890* 4000-QUEUE-SUSPECTS -- THE HELD ITEMS GO ONTO THE REVIEW  *
008900*                 QUEUE BEFORE ANY EDITED COPY IS           *
008910*                 REWRITTEN.  AN ABEND BETWEEN HERE AND THE *
008920*                 LAST SWAP LEAVES AN ITEM BOTH QUEUED AND  *
008930*                 STILL ON ITS EDITED COPY; THE RERUN HOLDS *
008940*                 IT AGAIN, SO IT CAN BE QUEUED TWICE BUT   *
008950*                 NEVER LOST.                               *
008960*----------------------------------------------------------*
008970 4000-QUEUE-SUSPECTS.
008980     IF WS-SUSPECT-COUNT = ZERO
008990         GO TO 4000-EXIT
009000     END-IF.
009010     ACCEPT WS-CURRENT-TIME FROM TIME.
009020     OPEN EXTEND DUPLICATE-FILE.
009030     IF WS-DUP-STATUS NOT = "00"
009040         OPEN OUTPUT DUPLICATE-FILE
009050     END-IF.
009060     PERFORM 4100-QUEUE-ONE-SUSPECT THRU 4100-EXIT
009070         VARYING WS-DAY-SUB FROM 1 BY 1
009080         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
009090     CLOSE DUPLICATE-FILE.
009100 4000-EXIT.
009110     EXIT.
009120 4100-QUEUE-ONE-SUSPECT.
009130     IF NOT WS-DY-HELD(WS-DAY-SUB)
009140         GO TO 4100-EXIT
009150     END-IF.
009160     INITIALIZE DUPLICATE-RECORD.
009170     MOVE WS-DY-TAG(WS-DAY-SUB)        TO DUP-TARGET-FILE.
009180     MOVE WS-DY-IMAGE(WS-DAY-SUB)      TO DUP-TRAN-IMAGE.
009190     MOVE WS-BUSINESS-DATE             TO DUP-RUN-DATE.
009200     MOVE WS-CURRENT-TIME              TO DUP-RUN-TIME.
009210     MOVE WS-DY-MATCH-ID(WS-DAY-SUB)   TO DUP-MATCH-TRAN-ID.
009220     MOVE WS-DY-MATCH-DATE(WS-DAY-SUB) TO DUP-MATCH-DATE.
009230     SET DUP-PENDING TO TRUE.
009240     WRITE DUPLICATE-RECORD.
009250 4100-EXIT.
009260     EXIT.
009270*----------------------------------------------------------*
009280* 5000-REWRITE-ONE-FILE -- COPY ONE EDITED COPY ASIDE WITH  *
009290*                 ITS HELD ITEMS TAKEN OUT, THEN PUT THE    *
009300*                 TRAILER BACK WITH THEIR COUNT AND HASH    *
009310*                 ROLLED BACK OUT SO THE FILE STILL         *
009320*                 BALANCES FOR THE LOT PROGRAMS.  A FILE    *
009330*                 WITH NOTHING HELD IS LEFT ALONE.          *
009340*----------------------------------------------------------*
009350 5000-REWRITE-ONE-FILE.
009360     MOVE WS-FE-TYPE(WS-FILE-SUB) TO WS-FILE-TYPE.
009370     MOVE WS-FE-NAME(WS-FILE-SUB) TO WS-EDIT-ENV-NAME.
009380     MOVE ZERO TO WS-FILE-HELD-COUNT.
009390     PERFORM 5050-COUNT-FILE-HELD THRU 5050-EXIT
009400         VARYING WS-DAY-SUB FROM 1 BY 1
009410         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
009420     IF WS-FILE-HELD-COUNT = ZERO
009430         GO TO 5000-EXIT
009440     END-IF.
009450     ACCEPT WS-EDIT-PATH FROM ENVIRONMENT WS-EDIT-ENV-NAME.
009460     IF WS-EDIT-PATH = SPACES
009470         MOVE WS-EDIT-ENV-NAME TO WS-EDIT-PATH
009480     END-IF.
009490     STRING WS-EDIT-PATH    DELIMITED BY SPACE
009500            ".TMP"          DELIMITED BY SIZE
009510         INTO WS-EDIT-TEMP-PATH.
009520     MOVE ZERO TO WS-FILE-HELD-COUNT.
009530     MOVE ZERO TO WS-FILE-HELD-HASH.
009540     MOVE ZERO TO WS-DAY-SEQ.
009550     PERFORM 5060-FIND-FILE-START THRU 5060-EXIT
009560         VARYING WS-DAY-SUB FROM 1 BY 1
009570         UNTIL WS-DAY-SUB > WS-DAY-COUNT
009580            OR WS-DAY-SEQ > ZERO.
009590     SET WS-EDIT-NOT-EOF TO TRUE.
009600     SET WS-NO-TRAILER TO TRUE.
009610     OPEN INPUT EDIT-IN.
009620     OPEN OUTPUT EDIT-NEW.
009630     PERFORM 5100-COPY-ONE-LINE THRU 5100-EXIT
009640         UNTIL WS-EDIT-EOF.
009650     IF WS-HAVE-TRAILER
009660         PERFORM 5200-ROLL-BACK-TRAILER THRU 5200-EXIT
009670     END-IF.
009680     CLOSE EDIT-IN.
009690     CLOSE EDIT-NEW.
009700     CALL "CBL_DELETE_FILE" USING WS-EDIT-PATH
009710         RETURNING WS-SWAP-RETURN-CODE.
009720     CALL "CBL_RENAME_FILE" USING WS-EDIT-TEMP-PATH
009730         WS-EDIT-PATH
009740         RETURNING WS-SWAP-RETURN-CODE.
009750     IF WS-SWAP-RETURN-CODE NOT = ZERO
009760         DISPLAY "DETECTION-DOUBLONS: SWAP OF "
009770                 WS-EDIT-ENV-NAME " FAILED - ENDING WITH "
009780                 "CONDITION CODE 8."
009790         MOVE 8 TO RETURN-CODE
009800         STOP RUN
009810     END-IF.
009820     DISPLAY "DETECTION-DOUBLONS: " WS-FILE-HELD-COUNT
009830             " ITEM(S) HELD FROM " WS-EDIT-ENV-NAME.
009840 5000-EXIT.
009850     EXIT.
009860 5050-COUNT-FILE-HELD.
009870     IF WS-DY-TAG(WS-DAY-SUB) = WS-FILE-TYPE
009880      AND WS-DY-HELD(WS-DAY-SUB)
009890         ADD 1 TO WS-FILE-HELD-COUNT
009900     END-IF.
009910 5050-EXIT.
009920     EXIT.
009930 5060-FIND-FILE-START.
009940     IF WS-DY-TAG(WS-DAY-SUB) = WS-FILE-TYPE
009950         MOVE WS-DAY-SUB TO WS-DAY-SEQ
009960     END-IF.
009970 5060-EXIT.
009980     EXIT.
009990*----------------------------------------------------------*
010000* 5100-COPY-ONE-LINE -- THE DETAILS COME BACK IN THE ORDER  *
010010*                 THEY WERE LOADED, SO THE N-TH DETAIL OF   *
010020*                 THE FILE IS THE N-TH TABLE ENTRY FOR ITS  *
010030*                 TAG.  HELD DETAILS ARE DROPPED; THE       *
010040*                 TRAILER IS HELD BACK TO BE REWRITTEN      *
010050*                 LAST.                                     *
010060*----------------------------------------------------------*
010070 5100-COPY-ONE-LINE.
010080     READ EDIT-IN
010090         AT END
010100             SET WS-EDIT-EOF TO TRUE
010110             GO TO 5100-EXIT
010120     END-READ.
010130     IF EDIT-IN-LINE(1 : 3) = "TRL"
010140         MOVE EDIT-IN-LINE TO BATCH-TRAILER-RECORD
010150         SET WS-HAVE-TRAILER TO TRUE
010160         GO TO 5100-EXIT
010170     END-IF.
010180     IF EDIT-IN-LINE(1 : 3) NOT = "HDR"
010190      AND WS-DAY-SEQ > ZERO
010200      AND WS-DAY-SEQ <= WS-DAY-COUNT
010210         IF WS-DY-TAG(WS-DAY-SEQ) = WS-FILE-TYPE
010220          AND WS-DY-IMAGE(WS-DAY-SEQ) = EDIT-IN-LINE
010230             IF WS-DY-HELD(WS-DAY-SEQ)
010240                 ADD 1 TO WS-DAY-SEQ
010250                 ADD 1 TO WS-FILE-HELD-COUNT
010260                 MOVE EDIT-IN-LINE TO TRANSACTION-RECORD
010270                 ADD TRAN-NUM1 TO WS-FILE-HELD-HASH
010280                 ADD TRAN-NUM2 TO WS-FILE-HELD-HASH
010290                 GO TO 5100-EXIT
010300             END-IF
010310             ADD 1 TO WS-DAY-SEQ
010320         END-IF
010330     END-IF.
010340     MOVE EDIT-IN-LINE TO EDIT-NEW-LINE.
010350     WRITE EDIT-NEW-LINE.
010360 5100-EXIT.
010370     EXIT.
010380*----------------------------------------------------------*
010390* 5200-ROLL-BACK-TRAILER -- THE HELD-BACK TRAILER GOES BACK *
010400*                 ON THE END WITH THE HELD ITEMS COUNTED    *
010410*                 AND HASHED OUT                            *
010420*----------------------------------------------------------*
010430 5200-ROLL-BACK-TRAILER.
010440     IF BT-RECORD-COUNT IS NUMERIC
010450         SUBTRACT WS-FILE-HELD-COUNT FROM BT-RECORD-COUNT
010460     END-IF.
010470     IF BT-HASH-TOTAL IS NUMERIC
010480         SUBTRACT WS-FILE-HELD-HASH FROM BT-HASH-TOTAL
010490     END-IF.
010500     MOVE BATCH-TRAILER-RECORD TO EDIT-NEW-LINE.
010510     WRITE EDIT-NEW-LINE.
010520 5200-EXIT.
010530     EXIT.
010540*----------------------------------------------------------*
010550* 6000-COUNT-QUEUE -- EVERYTHING STILL WAITING FOR REVIEW,  *
010560*                 TODAY'S HOLDS INCLUDED, FOR THE REPORT    *
010570*----------------------------------------------------------*
010580 6000-COUNT-QUEUE.
010590     MOVE ZERO TO WS-QUEUE-PENDING-COUNT.
010600     OPEN INPUT DUPLICATE-FILE.
010610     IF WS-DUP-STATUS NOT = "00"
010620         GO TO 6000-EXIT
010630     END-IF.
010640     SET WS-DUP-NOT-EOF TO TRUE.
010650     PERFORM 6100-COUNT-ONE THRU 6100-EXIT
010660         UNTIL WS-DUP-EOF.
010670     CLOSE DUPLICATE-FILE.
010680 6000-EXIT.
010690     EXIT.
010700 6100-COUNT-ONE.
010710     READ DUPLICATE-FILE
010720         AT END
010730             SET WS-DUP-EOF TO TRUE
010740             GO TO 6100-EXIT
010750     END-READ.
010760     IF DUP-PENDING
010770         ADD 1 TO WS-QUEUE-PENDING-COUNT
010780     END-IF.
010790 6100-EXIT.
010800     EXIT.
010810*----------------------------------------------------------*
010820* 8000-PRINT-REPORT -- ONE LINE PER ITEM HELD TODAY, WITH   *
010830*                 THE POSTED ITEM IT REPEATS, THEN TOTALS   *
010840*----------------------------------------------------------*
010850 8000-PRINT-REPORT.
010860     OPEN OUTPUT DUP-RPT.
010870     MOVE WS-BUSINESS-DATE TO HL1-DATE.
010880     WRITE PRINT-LINE FROM HEADING-LINE-1.
010890     MOVE WS-LOOKBACK-DAYS TO HL2-DAYS.
010900     MOVE WS-WINDOW-START  TO HL2-START.
010910     WRITE PRINT-LINE FROM HEADING-LINE-2.
010920     WRITE PRINT-LINE FROM SEPARATOR-LINE.
010930     WRITE PRINT-LINE FROM HEADING-LINE-3.
010940     WRITE PRINT-LINE FROM SEPARATOR-LINE.
010950     IF WS-SUSPECT-COUNT = ZERO
010960         WRITE PRINT-LINE FROM NONE-LINE
010970     END-IF.
010980     PERFORM 8100-PRINT-ONE-SUSPECT THRU 8100-EXIT
010990         VARYING WS-DAY-SUB FROM 1 BY 1
011000         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
011010     WRITE PRINT-LINE FROM SEPARATOR-LINE.
011020     MOVE "ITEMS SCREENED AGAINST HISTORY:" TO SL-LABEL.
011030     MOVE WS-SCREENED-COUNT TO SL-COUNT.
011040     WRITE PRINT-LINE FROM SUMMARY-LINE.
011050     MOVE "EXEMPT (RELEASED, STANDING ORDER, OFFSET):"
011060         TO SL-LABEL.
011070     MOVE WS-EXEMPT-COUNT TO SL-COUNT.
011080     WRITE PRINT-LINE FROM SUMMARY-LINE.
011090     MOVE "NOT COMPARABLE (NO USABLE RATE):" TO SL-LABEL.
011100     MOVE WS-NOCOMP-COUNT TO SL-COUNT.
011110     WRITE PRINT-LINE FROM SUMMARY-LINE.
011120     MOVE "HISTORY ITEMS INSIDE THE WINDOW:" TO SL-LABEL.
011130     MOVE WS-WINDOW-HIST-COUNT TO SL-COUNT.
011140     WRITE PRINT-LINE FROM SUMMARY-LINE.
011142     MOVE "  NOT COMPARED (NO RATE TO CONVERT BACK):"
011144         TO SL-LABEL.
011146     MOVE WS-NOBACK-COUNT TO SL-COUNT.
011148     WRITE PRINT-LINE FROM SUMMARY-LINE.
011150     MOVE "HELD TODAY AS SUSPECTED DUPLICATES:" TO SL-LABEL.
011160     MOVE WS-SUSPECT-COUNT TO SL-COUNT.
011170     WRITE PRINT-LINE FROM SUMMARY-LINE.
011180     MOVE "PENDING REVIEW ON THE QUEUE (ALL DAYS):"
011190         TO SL-LABEL.
011200     MOVE WS-QUEUE-PENDING-COUNT TO SL-COUNT.
011210     WRITE PRINT-LINE FROM SUMMARY-LINE.
011220     CLOSE DUP-RPT.
011230 8000-EXIT.
011240     EXIT.
011250 8100-PRINT-ONE-SUSPECT.
011260     IF NOT WS-DY-HELD(WS-DAY-SUB)
011270         GO TO 8100-EXIT
011280     END-IF.
011290     MOVE WS-DY-IMAGE(WS-DAY-SUB) TO TRANSACTION-RECORD.
011300     MOVE TRAN-ID                 TO DL-TRAN-ID.
011310     MOVE WS-DY-TAG(WS-DAY-SUB)   TO DL-FILE.
011320     MOVE TRAN-ACCOUNT            TO DL-ACCOUNT.
011330     MOVE TRAN-CURRENCY-CODE      TO DL-CURRENCY.
011340     MOVE TRAN-NUM1               TO DL-NUM1.
011350     MOVE TRAN-SIGN-IND           TO DL-SIGN1.
011360     MOVE TRAN-NUM2               TO DL-NUM2.
011370     MOVE TRAN-SIGN-IND2          TO DL-SIGN2.
011380     MOVE TRAN-OP-CODE            TO DL-OP.
011390     MOVE WS-DY-MATCH-ID(WS-DAY-SUB)   TO DL-MATCH-ID.
011400     MOVE WS-DY-MATCH-DATE(WS-DAY-SUB) TO DL-MATCH-DATE.
011410     WRITE PRINT-LINE FROM DETAIL-LINE.
011420 8100-EXIT.
011430     EXIT.
011440*----------------------------------------------------------*
011450* 8800-DATE-TO-SERIAL -- YYYYMMDD TO A DAY NUMBER FOR THE   *
011460*                 RATE STALENESS CHECK                      *
011470*----------------------------------------------------------*
011480 8800-DATE-TO-SERIAL.
011490     IF WS-DTS-MM > 2
011500         COMPUTE WS-DTS-Y = WS-DTS-YYYY
011510         COMPUTE WS-DTS-M = WS-DTS-MM + 1
011520     ELSE
011530         COMPUTE WS-DTS-Y = WS-DTS-YYYY - 1
011540         COMPUTE WS-DTS-M = WS-DTS-MM + 13
011550     END-IF.
011560     COMPUTE WS-DTS-SERIAL = (36525 * WS-DTS-Y) / 100
011570                           + (306001 * WS-DTS-M) / 10000
011580                           + WS-DTS-DD.
011590 8800-EXIT.
011600     EXIT.
011610*----------------------------------------------------------*
011620* 9000-TERMINATE -- RUN SUMMARY                             *
011630*----------------------------------------------------------*
011640 9000-TERMINATE.
011650     DISPLAY "DETECTION-DOUBLONS: " WS-SCREENED-COUNT
011660             " SCREENED FROM " WS-WINDOW-START ", "
011670             WS-SUSPECT-COUNT " HELD, "
011680             WS-QUEUE-PENDING-COUNT " PENDING REVIEW.".
011690 9000-EXIT.
011700     EXIT.
