000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXTRACTION-HISTORIQUE.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  AUDITOR EXTRACT FROM THE    *
000110*                 HISTORY MASTER (HISTMAST) BY THE          *
000120*                 SELECTION CARD ON EXTSEL (COPYBOOK        *
000130*                 SELREC): DATE RANGE, ACCOUNT, CURRENCY,   *
000140*                 OPERATION, REVERSAL AND ADJUSTMENT        *
000150*                 INDICATORS AND AMOUNT RANGE, THE AMOUNTS  *
000160*                 TAKEN BACK FROM BASE TO THE PRESENTED     *
000170*                 CURRENCY AT THE CURRATES RATE FOR THE     *
000180*                 TRAN-DATE.  EVERY ITEM                    *
000190*                 THAT PASSES IS WRITTEN TO THE DELIMITED   *
000200*                 EXTRACT (EXTOUT) UNDER A LINE OF COLUMN   *
000210*                 HEADINGS; THE CONTROL PAGE (EXTCTL) SHOWS *
000220*                 THE SELECTION USED, THE ITEM COUNT AND    *
000230*                 THE AMOUNT TOTALS.  EACH RUN IS LOGGED TO *
000240*                 AUDITLOG UNDER THE REQUESTING OPERID.  A  *
000250*                 BAD CARD, OR NO OPERID, EXTRACTS NOTHING  *
000260*                 AND ENDS WITH CONDITION CODE 8.           *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SELECTION-IN     ASSIGN TO EXTSEL
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-SEL-STATUS.
000340     SELECT CURRENCY-RATES   ASSIGN TO CURRATES
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RATE-STATUS.
000370     SELECT HISTORY-MASTER   ASSIGN TO HISTMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS HIST-TRAN-ID
000410         FILE STATUS IS WS-HIST-STATUS.
000420     SELECT EXTRACT-OUT      ASSIGN TO EXTOUT
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT CONTROL-OUT      ASSIGN TO EXTCTL
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT AUDIT-LOG        ASSIGN TO AUDITLOG
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-AUDIT-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510*----------------------------------------------------------*
000520* SELECTION-IN -- THE SELECTION CARD; ONLY THE FIRST CARD   *
000530*                 IS USED                                   *
000540*----------------------------------------------------------*
000550 FD  SELECTION-IN.
000560 01  SEL-IN-REC                  PIC X(80).
000570*----------------------------------------------------------*
000580* CURRENCY-RATES -- RATE TABLE, LOADED AT START             *
000590*----------------------------------------------------------*
000600 FD  CURRENCY-RATES.
000610     COPY CURREC.
000620*----------------------------------------------------------*
000630* HISTORY-MASTER -- ONE RECORD PER TRAN-ID, ALL DAYS, READ  *
000640*                 IN KEY SEQUENCE                           *
000650*----------------------------------------------------------*
000660 FD  HISTORY-MASTER.
000670 01  HIST-REC.
000680     05  HIST-TRAN-ID            PIC X(06).
000690     05  FILLER                  PIC X(56).
000700*----------------------------------------------------------*
000710* EXTRACT-OUT -- THE DELIMITED EXTRACT, HEADINGS FIRST      *
000720*----------------------------------------------------------*
000730 FD  EXTRACT-OUT.
000740 01  EXTRACT-LINE                PIC X(160).
000750*----------------------------------------------------------*
000760* CONTROL-OUT -- THE CONTROL PAGE                           *
000770*----------------------------------------------------------*
000780 FD  CONTROL-OUT.
000790 01  PRINT-LINE                  PIC X(80).
000800*----------------------------------------------------------*
000810* AUDIT-LOG -- ONE RECORD PER EXTRACT RUN                   *
000820*----------------------------------------------------------*
000830 FD  AUDIT-LOG.
000840     COPY AUDTREC.
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------*
000870* SWITCHES AND STATUS FIELDS                                *
000880*----------------------------------------------------------*
000890 01  WS-SEL-STATUS               PIC X(02).
000900 01  WS-HIST-STATUS              PIC X(02).
000910 01  WS-AUDIT-STATUS             PIC X(02).
000920 01  WS-HIST-EOF-SW              PIC X(01).
000930     88  WS-HIST-EOF                   VALUE "Y".
000940     88  WS-HIST-NOT-EOF               VALUE "N".
000950 01  WS-CARD-SW                  PIC X(01) VALUE "Y".
000960     88  WS-CARD-VALID                 VALUE "Y".
000970     88  WS-CARD-INVALID               VALUE "N".
000980 01  WS-MATCH-SW                 PIC X(01).
000990     88  WS-ITEM-MATCHES               VALUE "Y".
001000     88  WS-ITEM-FAILS                 VALUE "N".
001010 01  WS-MIN-SW                   PIC X(01) VALUE "N".
001020     88  WS-MIN-GIVEN                  VALUE "Y".
001030 01  WS-MAX-SW                   PIC X(01) VALUE "N".
001040     88  WS-MAX-GIVEN                  VALUE "Y".
001050*----------------------------------------------------------*
001060* THE SELECTION CARD, KEPT FROM THE READ                    *
001070*----------------------------------------------------------*
001080     COPY SELREC.
001090*----------------------------------------------------------*
001100* RUN IDENTITY                                              *
001110*----------------------------------------------------------*
001120 01  WS-OPERATOR-ID              PIC X(08).
001130 01  WS-CURRENT-DATE             PIC 9(08).
001140 01  WS-CURRENT-TIME             PIC 9(08).
001150 01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-TIME.
001160     05  WS-TIME-HH              PIC 9(02).
001170     05  WS-TIME-MM              PIC 9(02).
001180     05  WS-TIME-SS              PIC 9(02).
001190     05  WS-TIME-CC              PIC 9(02).
001200 01  WS-DELIMITER                PIC X(01) VALUE ",".
001210 01  WS-ERROR-COUNT              PIC 9(03) COMP VALUE ZERO.
001220*----------------------------------------------------------*
001230* CURRENCY RATE TABLE                                       *
001240*----------------------------------------------------------*
001250 01  WS-BASE-CURRENCY            PIC X(03) VALUE "EUR".
001260 01  WS-RATE-STATUS              PIC X(02).
001270 01  WS-RATE-EOF-SW              PIC X(01).
001280     88  WS-RATE-EOF                   VALUE "Y".
001290     88  WS-RATE-NOT-EOF               VALUE "N".
001300 01  WS-RATE-COUNT               PIC 9(03) COMP VALUE ZERO.
001310 01  WS-RATE-MAX                 PIC 9(03) COMP VALUE 200.
001320 01  WS-RATE-SUB                 PIC 9(03) COMP.
001330 01  WS-RATE-TABLE.
001340     05  WS-RATE-ENTRY OCCURS 200 TIMES.
001350         10  WS-RT-CODE          PIC X(03).
001360         10  WS-RT-EFF-DATE      PIC 9(08).
001370         10  WS-RT-RATE          PIC 9(03)V9(06).
001380 01  WS-RATE-FOUND-SW            PIC X(01).
001390     88  WS-RATE-FOUND                 VALUE "Y".
001400     88  WS-RATE-NOT-FOUND             VALUE "N".
001410 01  WS-BEST-DATE                PIC 9(08).
001420 01  WS-BEST-RATE                PIC 9(03)V9(06).
001430 01  WS-RATE-DATE                PIC 9(08).
001440*----------------------------------------------------------*
001450* BACK-CONVERSION -- A BASE AMOUNT TAKEN BACK TO THE        *
001460* PRESENTED CURRENCY, PROVED BY CONVERTING IT FORWARD AGAIN *
001470*----------------------------------------------------------*
001480 01  WS-BC-BASE                  PIC 9(05)V9(02).
001490 01  WS-BC-ORIG                  PIC 9(05)V9(02).
001500 01  WS-BC-TRY                   PIC 9(05)V9(02).
001510 01  WS-BC-CHECK                 PIC 9(09)V9(02).
001520 01  WS-BC-MATCH-SW              PIC X(01).
001530     88  WS-BC-MATCHED                 VALUE "Y".
001540     88  WS-BC-NOT-MATCHED             VALUE "N".
001550*----------------------------------------------------------*
001560* THE HISTORY ITEM BEING TESTED -- TRANREC HOLDS THE BASE   *
001570* AMOUNTS, WS-PRES- THE SAME AMOUNTS IN THE PRESENTED       *
001580* CURRENCY                                                  *
001590*----------------------------------------------------------*
001600 COPY TRANREC.
001610 01  WS-ITEM-CURRENCY            PIC X(03).
001620 01  WS-ITEM-OP-CODE             PIC X(01).
001630 01  WS-ITEM-BASE-AMOUNT         PIC 9(05)V9(02).
001640 01  WS-PRES-SW                  PIC X(01).
001650     88  WS-PRES-KNOWN                 VALUE "Y".
001660     88  WS-PRES-UNKNOWN               VALUE "N".
001670 01  WS-PRES-NUM1                PIC 9(05)V9(02).
001680 01  WS-PRES-NUM2                PIC 9(05)V9(02).
001690 01  WS-PRES-AMOUNT              PIC 9(05)V9(02).
001700*----------------------------------------------------------*
001710* EXTRACT LINE BUILDING -- AMOUNTS EDITED, THEN TAKEN FROM  *
001720* THEIR FIRST NON-BLANK CHARACTER                           *
001730*----------------------------------------------------------*
001740 01  WS-NUM1-EDIT                PIC ZZZZ9.99.
001750 01  WS-NUM1-START               PIC 9(02) COMP.
001760 01  WS-NUM2-EDIT                PIC ZZZZ9.99.
001770 01  WS-NUM2-START               PIC 9(02) COMP.
001780 01  WS-PRES1-EDIT               PIC ZZZZ9.99.
001790 01  WS-PRES1-START              PIC 9(02) COMP.
001800 01  WS-PRES2-EDIT               PIC ZZZZ9.99.
001810 01  WS-PRES2-START              PIC 9(02) COMP.
001820 01  WS-PRES1-TEXT               PIC X(08).
001830 01  WS-PRES2-TEXT               PIC X(08).
001840 01  WS-RESULT-EDIT              PIC -(6)9.99.
001850 01  WS-RESULT-START             PIC 9(02) COMP.
001860*----------------------------------------------------------*
001870* CONTROL TOTALS                                            *
001880*----------------------------------------------------------*
001890 01  WS-HIST-READ                PIC 9(7) COMP VALUE ZERO.
001900 01  WS-EXTRACT-COUNT            PIC 9(7) COMP VALUE ZERO.
001910 01  WS-TOTAL-NUM1               PIC S9(11)V9(02) COMP-3
001920                                 VALUE ZERO.
001930 01  WS-TOTAL-NUM2               PIC S9(11)V9(02) COMP-3
001940                                 VALUE ZERO.
001950 01  WS-TOTAL-RESULT             PIC S9(11)V9(02) COMP-3
001960                                 VALUE ZERO.
001970 01  WS-TOTAL-AMOUNT             PIC S9(11)V9(02) COMP-3
001980                                 VALUE ZERO.
001990*    PRESENTED-CURRENCY TOTALS ADD UP ONLY WHILE EVERY ITEM
002000*    EXTRACTED IS IN ONE CURRENCY AND HAS A RATE
002010 01  WS-NO-RATE-COUNT            PIC 9(7) COMP VALUE ZERO.
002020 01  WS-PRES-CURRENCY            PIC X(03) VALUE SPACES.
002030 01  WS-PRES-MIXED-SW            PIC X(01) VALUE "N".
002040     88  WS-PRES-MIXED                 VALUE "Y".
002050 01  WS-PRES-TOTAL-NUM1          PIC S9(11)V9(02) COMP-3
002060                                 VALUE ZERO.
002070 01  WS-PRES-TOTAL-NUM2          PIC S9(11)V9(02) COMP-3
002080                                 VALUE ZERO.
002090 01  WS-PRES-TOTAL-AMOUNT        PIC S9(11)V9(02) COMP-3
002100                                 VALUE ZERO.
002110*----------------------------------------------------------*
002120* CONTROL PAGE LINE LAYOUTS                                 *
002130*----------------------------------------------------------*
002140 01  SEPARATOR-LINE              PIC X(78) VALUE ALL "-".
002150 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
002160 01  HEADING-LINE-1.
002170     05  FILLER                  PIC X(40)
002180             VALUE "AUDITOR EXTRACT FROM THE HISTORY MASTER".
002190     05  FILLER                  PIC X(30) VALUE SPACES.
002200     05  FILLER                  PIC X(05) VALUE "PAGE ".
002210     05  HL1-PAGE                PIC ZZ9.
002220 01  HEADING-LINE-2.
002230     05  FILLER                  PIC X(04) VALUE "RUN ".
002240     05  HL2-DATE                PIC 9(08).
002250     05  FILLER                  PIC X(04) VALUE " AT ".
002260     05  HL2-HH                  PIC 9(02).
002270     05  FILLER                  PIC X(01) VALUE ":".
002280     05  HL2-MM                  PIC 9(02).
002290     05  FILLER                  PIC X(01) VALUE ":".
002300     05  HL2-SS                  PIC 9(02).
002310     05  FILLER                  PIC X(13) VALUE " BY OPERATOR ".
002320     05  HL2-OPERATOR            PIC X(08).
002330 01  HEADING-LINE-3.
002340     05  FILLER                  PIC X(19)
002350                                 VALUE "REQUEST REFERENCE: ".
002360     05  HL3-REF                 PIC X(20).
002370 01  SECTION-LINE.
002380     05  SL-TITLE                PIC X(60).
002390 01  SELECTION-LINE.
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  SLL-CAPTION             PIC X(20).
002420     05  SLL-VALUE               PIC X(56).
002430 01  AMOUNT-TEXT                 PIC Z,ZZZ,ZZ9.99.
002440 01  ERROR-LINE.
002450     05  FILLER                  PIC X(04) VALUE " ** ".
002460     05  ERL-TEXT                PIC X(60).
002470 01  PROOF-COUNT-LINE.
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  PCL-CAPTION             PIC X(40).
002500     05  PCL-COUNT               PIC Z,ZZZ,ZZ9.
002510 01  PROOF-AMOUNT-LINE.
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  PAL-CAPTION             PIC X(40).
002540     05  PAL-AMOUNT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002550 01  FOOT-LINE                   PIC X(78).
002560*----------------------------------------------------------*
002570* EXTRACT COLUMN HEADINGS, SEPARATED BY WS-DELIMITER        *
002580*----------------------------------------------------------*
002590 01  WS-HEADING-VALUES.
002600     05  FILLER                  PIC X(10) VALUE "TRAN-ID".
002610     05  FILLER                  PIC X(10) VALUE "TRAN-DATE".
002620     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
002630     05  FILLER                  PIC X(10) VALUE "CURRENCY".
002640     05  FILLER                  PIC X(10) VALUE "OPERATION".
002650     05  FILLER                  PIC X(10) VALUE "ORIG-NUM1".
002660     05  FILLER                  PIC X(10) VALUE "NUM1-EUR".
002670     05  FILLER                  PIC X(10) VALUE "SIGN1".
002680     05  FILLER                  PIC X(10) VALUE "ORIG-NUM2".
002690     05  FILLER                  PIC X(10) VALUE "NUM2-EUR".
002700     05  FILLER                  PIC X(10) VALUE "SIGN2".
002710     05  FILLER                  PIC X(10) VALUE "RESULT-EUR".
002720     05  FILLER                  PIC X(10) VALUE "REVERSAL".
002730     05  FILLER                  PIC X(10) VALUE "ORIG-ID".
002740     05  FILLER                  PIC X(10) VALUE "ADJUSTMENT".
002750     05  FILLER                  PIC X(10) VALUE "LIMIT-PASS".
002760     05  FILLER                  PIC X(10) VALUE "DUPLICATE".
002770     05  FILLER                  PIC X(10) VALUE "FEE".
002780 01  WS-HEADING-TABLE REDEFINES WS-HEADING-VALUES.
002790     05  WS-HEADING OCCURS 18 TIMES
002800                                 PIC X(10).
002810 01  WS-AUDIT-COUNT              PIC 9(07).
002820 01  WS-HEADING-SUB              PIC 9(02) COMP.
002830 01  WS-LINE-POINTER             PIC 9(03) COMP.
002840 PROCEDURE DIVISION.
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     IF WS-CARD-VALID
002880         PERFORM 2000-EXTRACT THRU 2000-EXIT
002890     END-IF.
002900     PERFORM 4000-PRINT-CONTROL-PAGE THRU 4000-EXIT.
002910     IF WS-CARD-VALID
002920         PERFORM 5000-WRITE-AUDIT-LOG THRU 5000-EXIT
002930     END-IF.
002940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002950     STOP RUN.
002960*----------------------------------------------------------*
002970* 1000-INITIALIZE -- THE REQUESTING OPERATOR, THE RUN DATE  *
002980*                 AND TIME, THE SELECTION CARD AND THE RATE *
002990*                 TABLE.  THE EXTRACT IS EMPTIED HERE SO A  *
003000*                 REFUSED RUN NEVER LEAVES AN EARLIER RUN'S *
003010*                 EXTRACT BEHIND.                           *
003020*----------------------------------------------------------*
003030 1000-INITIALIZE.
003040     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003050     ACCEPT WS-CURRENT-TIME FROM TIME.
003060     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERID".
003070     OPEN OUTPUT CONTROL-OUT.
003080     OPEN OUTPUT EXTRACT-OUT.
003090     MOVE SPACES TO SELECTION-CARD.
003100     OPEN INPUT SELECTION-IN.
003110     IF WS-SEL-STATUS NOT = "00"
003120         MOVE "NO SELECTION CARD (EXTSEL)." TO ERL-TEXT
003130         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003140     ELSE
003150         READ SELECTION-IN INTO SELECTION-CARD
003160             AT END
003170                 MOVE "THE SELECTION CARD FILE IS EMPTY."
003180                     TO ERL-TEXT
003190                 PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003200         END-READ
003210         CLOSE SELECTION-IN
003220     END-IF.
003230     IF WS-OPERATOR-ID = SPACES
003240         MOVE "NO REQUESTING OPERATOR - SET OPERID." TO ERL-TEXT
003250         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003260     END-IF.
003270     PERFORM 1100-EDIT-CARD THRU 1100-EXIT.
003280     IF WS-CARD-VALID
003290         PERFORM 1700-LOAD-RATE-TABLE THRU 1700-EXIT
003300     END-IF.
003310 1000-EXIT.
003320     EXIT.
003330*----------------------------------------------------------*
003340* 1100-EDIT-CARD -- EVERY FIELD ON THE CARD IS CHECKED AND  *
003350*                 EVERY ERROR NOTED, SO ONE RERUN FIXES     *
003360*                 THEM ALL                                  *
003370*----------------------------------------------------------*
003380 1100-EDIT-CARD.
003390     IF SEL-FROM-DATE NOT = SPACES
003400      AND SEL-FROM-DATE IS NOT NUMERIC
003410         MOVE "FROM DATE (COLS 1-8) IS NOT YYYYMMDD." TO ERL-TEXT
003420         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003430     END-IF.
003440     IF SEL-THRU-DATE NOT = SPACES
003450      AND SEL-THRU-DATE IS NOT NUMERIC
003460         MOVE "THROUGH DATE (COLS 9-16) IS NOT YYYYMMDD."
003470             TO ERL-TEXT
003480         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003490     END-IF.
003500     IF SEL-FROM-DATE IS NUMERIC
003510      AND SEL-THRU-DATE IS NUMERIC
003520      AND SEL-FROM-DATE > SEL-THRU-DATE
003530         MOVE "FROM DATE IS AFTER THE THROUGH DATE." TO ERL-TEXT
003540         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003550     END-IF.
003560     IF NOT SEL-OP-VALID
003570         MOVE "OPERATION (COL 28) MUST BE A, S, M OR BLANK."
003580             TO ERL-TEXT
003590         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003600     END-IF.
003610     IF NOT SEL-REV-VALID
003620         MOVE "REVERSAL (COL 29) MUST BE R, O, B, N OR BLANK."
003630             TO ERL-TEXT
003640         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003650     END-IF.
003660     IF NOT SEL-ADJ-VALID
003670         MOVE "ADJUSTMENT (COL 30) MUST BE A, N OR BLANK."
003680             TO ERL-TEXT
003690         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003700     END-IF.
003710     IF SEL-MIN-AMOUNT-X NOT = SPACES
003720         IF SEL-MIN-AMOUNT-X IS NUMERIC
003730             SET WS-MIN-GIVEN TO TRUE
003740         ELSE
003750             MOVE "LOWEST AMOUNT (COLS 31-39) IS NOT 9(07)V99."
003760                 TO ERL-TEXT
003770             PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003780         END-IF
003790     END-IF.
003800     IF SEL-MAX-AMOUNT-X NOT = SPACES
003810         IF SEL-MAX-AMOUNT-X IS NUMERIC
003820             SET WS-MAX-GIVEN TO TRUE
003830         ELSE
003840             MOVE "HIGHEST AMOUNT (COLS 40-48) IS NOT 9(07)V99."
003850                 TO ERL-TEXT
003860             PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003870         END-IF
003880     END-IF.
003890     IF WS-MIN-GIVEN AND WS-MAX-GIVEN
003900      AND SEL-MIN-AMOUNT > SEL-MAX-AMOUNT
003910         MOVE "LOWEST AMOUNT IS ABOVE THE HIGHEST AMOUNT."
003920             TO ERL-TEXT
003930         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003940     END-IF.
003950     MOVE SEL-DELIMITER TO WS-DELIMITER.
003960     IF WS-DELIMITER = SPACE
003970         MOVE "," TO WS-DELIMITER
003980     END-IF.
003990     IF WS-DELIMITER IS NUMERIC
004000      OR WS-DELIMITER = "." OR WS-DELIMITER = "-"
004010         MOVE "DELIMITER (COL 49) CANNOT BE A DIGIT, . OR -."
004020             TO ERL-TEXT
004030         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
004040     END-IF.
004050 1100-EXIT.
004060     EXIT.
004070*----------------------------------------------------------*
004080* 1700-LOAD-RATE-TABLE -- PULL THE WHOLE CURRENCY RATE FILE *
004090*                 INTO STORAGE.  NO FILE JUST MEANS NO      *
004100*                 FOREIGN ITEM CAN BE TAKEN BACK.           *
004110*----------------------------------------------------------*
004120 1700-LOAD-RATE-TABLE.
004130     SET WS-RATE-NOT-EOF TO TRUE.
004140     MOVE ZERO TO WS-RATE-COUNT.
004150     OPEN INPUT CURRENCY-RATES.
004160     IF WS-RATE-STATUS NOT = "00"
004170         GO TO 1700-EXIT
004180     END-IF.
004190     PERFORM 1750-READ-ONE-RATE THRU 1750-EXIT
004200         UNTIL WS-RATE-EOF.
004210     CLOSE CURRENCY-RATES.
004220 1700-EXIT.
004230     EXIT.
004240 1750-READ-ONE-RATE.
004250     READ CURRENCY-RATES
004260         AT END
004270             SET WS-RATE-EOF TO TRUE
004280             GO TO 1750-EXIT
004290     END-READ.
004300     IF CUR-EFF-DATE IS NOT NUMERIC
004310      OR CUR-RATE IS NOT NUMERIC
004320         GO TO 1750-EXIT
004330     END-IF.
004340     IF WS-RATE-COUNT >= WS-RATE-MAX
004350         DISPLAY "EXTRACTION-HISTORIQUE: RATE TABLE FULL - "
004360                 "REMAINING RATES IGNORED."
004370         SET WS-RATE-EOF TO TRUE
004380         GO TO 1750-EXIT
004390     END-IF.
004400     ADD 1 TO WS-RATE-COUNT.
004410     MOVE CUR-CODE     TO WS-RT-CODE(WS-RATE-COUNT).
004420     MOVE CUR-EFF-DATE TO WS-RT-EFF-DATE(WS-RATE-COUNT).
004430     MOVE CUR-RATE     TO WS-RT-RATE(WS-RATE-COUNT).
004440 1750-EXIT.
004450     EXIT.
004460*----------------------------------------------------------*
004470* 1900-CARD-ERROR -- NOTE ONE ERROR (TEXT IN ERL-TEXT) ON   *
004480*                 THE CONSOLE AND REFUSE THE RUN; THE       *
004490*                 CONTROL PAGE LISTS THEM AGAIN             *
004500*----------------------------------------------------------*
004510 1900-CARD-ERROR.
004520     SET WS-CARD-INVALID TO TRUE.
004530     ADD 1 TO WS-ERROR-COUNT.
004540     DISPLAY "EXTRACTION-HISTORIQUE: " ERL-TEXT.
004550     IF WS-ERROR-COUNT = 1
004560         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
004570         MOVE "SELECTION REFUSED - NOTHING EXTRACTED" TO SL-TITLE
004580         WRITE PRINT-LINE FROM SECTION-LINE
004590     END-IF.
004600     WRITE PRINT-LINE FROM ERROR-LINE.
004610 1900-EXIT.
004620     EXIT.
004630*----------------------------------------------------------*
004640* 2000-EXTRACT -- THE HEADING LINE, THEN ONE PASS OF THE    *
004650*                 HISTORY MASTER.  NO HISTORY MASTER YET    *
004660*                 MEANS AN EXTRACT OF HEADINGS ONLY.        *
004670*----------------------------------------------------------*
004680 2000-EXTRACT.
004690     PERFORM 2050-WRITE-HEADINGS THRU 2050-EXIT.
004700     OPEN INPUT HISTORY-MASTER.
004710     IF WS-HIST-STATUS = "35"
004720         DISPLAY "EXTRACTION-HISTORIQUE: NO HISTORY MASTER YET - "
004730                 "NOTHING TO EXTRACT."
004740         GO TO 2000-EXIT
004750     END-IF.
004760     IF WS-HIST-STATUS NOT = "00"
004770         DISPLAY "EXTRACTION-HISTORIQUE: CANNOT OPEN HISTORY "
004780                 "MASTER, STATUS " WS-HIST-STATUS
004790                 " - ENDING WITH CONDITION CODE 8."
004800         CLOSE EXTRACT-OUT
004810         CLOSE CONTROL-OUT
004820         MOVE 8 TO RETURN-CODE
004830         STOP RUN
004840     END-IF.
004850     SET WS-HIST-NOT-EOF TO TRUE.
004860     PERFORM 2100-TEST-ONE-ITEM THRU 2100-EXIT
004870         UNTIL WS-HIST-EOF.
004880     CLOSE HISTORY-MASTER.
004890 2000-EXIT.
004900     EXIT.
004910*----------------------------------------------------------*
004920* 2050-WRITE-HEADINGS -- ONE LINE OF COLUMN NAMES           *
004930*----------------------------------------------------------*
004940 2050-WRITE-HEADINGS.
004950     MOVE SPACES TO EXTRACT-LINE.
004960     MOVE 1 TO WS-LINE-POINTER.
004970     PERFORM 2060-ADD-ONE-HEADING THRU 2060-EXIT
004980         VARYING WS-HEADING-SUB FROM 1 BY 1
004990         UNTIL WS-HEADING-SUB > 18.
005000     WRITE EXTRACT-LINE.
005010 2050-EXIT.
005020     EXIT.
005030 2060-ADD-ONE-HEADING.
005040     IF WS-HEADING-SUB > 1
005050         STRING WS-DELIMITER DELIMITED BY SIZE
005060             INTO EXTRACT-LINE WITH POINTER WS-LINE-POINTER
005070     END-IF.
005080     STRING WS-HEADING(WS-HEADING-SUB) DELIMITED BY SPACE
005090         INTO EXTRACT-LINE WITH POINTER WS-LINE-POINTER.
005100 2060-EXIT.
005110     EXIT.
005120*----------------------------------------------------------*
005130* 2100-TEST-ONE-ITEM -- READ ONE HISTORY ITEM AND WRITE IT  *
005140*                 IF IT PASSES EVERY TEST ON THE CARD       *
005150*----------------------------------------------------------*
005160 2100-TEST-ONE-ITEM.
005170     READ HISTORY-MASTER NEXT RECORD
005180         INTO TRANSACTION-RECORD
005190         AT END
005200             SET WS-HIST-EOF TO TRUE
005210             GO TO 2100-EXIT
005220     END-READ.
005230     ADD 1 TO WS-HIST-READ.
005240     PERFORM 2200-APPLY-SELECTION THRU 2200-EXIT.
005250     IF WS-ITEM-FAILS
005260         GO TO 2100-EXIT
005270     END-IF.
005280     PERFORM 2300-WRITE-EXTRACT THRU 2300-EXIT.
005290     ADD 1 TO WS-EXTRACT-COUNT.
005300     ADD TRAN-NUM1      TO WS-TOTAL-NUM1.
005310     ADD TRAN-NUM2      TO WS-TOTAL-NUM2.
005320     ADD TRAN-RESULT    TO WS-TOTAL-RESULT.
005330     ADD WS-ITEM-BASE-AMOUNT TO WS-TOTAL-AMOUNT.
005340     IF WS-PRES-UNKNOWN
005350         GO TO 2100-EXIT
005360     END-IF.
005370     IF WS-PRES-CURRENCY = SPACES
005380         MOVE WS-ITEM-CURRENCY TO WS-PRES-CURRENCY
005390     END-IF.
005400     IF WS-ITEM-CURRENCY NOT = WS-PRES-CURRENCY
005410         SET WS-PRES-MIXED TO TRUE
005420     END-IF.
005430     ADD WS-PRES-NUM1   TO WS-PRES-TOTAL-NUM1.
005440     ADD WS-PRES-NUM2   TO WS-PRES-TOTAL-NUM2.
005450     ADD WS-PRES-AMOUNT TO WS-PRES-TOTAL-AMOUNT.
005460 2100-EXIT.
005470     EXIT.
005480*----------------------------------------------------------*
005490* 2200-APPLY-SELECTION -- THE CARD'S TESTS IN TURN; THE     *
005500*                 FIRST ONE FAILED ENDS THE TEST.  A BLANK  *
005510*                 CURRENCY IS THE BASE AND A BLANK          *
005520*                 OPERATION IS AN ADD, AS THE LOT PROGRAMS  *
005530*                 TREAT THEM.  THE AMOUNT RANGE IS TESTED   *
005540*                 IN THE PRESENTED CURRENCY; AN ITEM WITH   *
005550*                 NO RATE FOR ITS TRAN-DATE CANNOT BE, AND  *
005560*                 IS LEFT OUT WHEN A RANGE IS GIVEN.        *
005570*----------------------------------------------------------*
005580 2200-APPLY-SELECTION.
005590     SET WS-ITEM-FAILS TO TRUE.
005600     MOVE TRAN-CURRENCY-CODE TO WS-ITEM-CURRENCY.
005610     IF WS-ITEM-CURRENCY = SPACES
005620         MOVE WS-BASE-CURRENCY TO WS-ITEM-CURRENCY
005630     END-IF.
005640     MOVE TRAN-OP-CODE TO WS-ITEM-OP-CODE.
005650     IF WS-ITEM-OP-CODE = SPACE
005660         MOVE "A" TO WS-ITEM-OP-CODE
005670     END-IF.
005680     MOVE TRAN-NUM1 TO WS-ITEM-BASE-AMOUNT.
005690     IF TRAN-NUM2 > WS-ITEM-BASE-AMOUNT
005700         MOVE TRAN-NUM2 TO WS-ITEM-BASE-AMOUNT
005710     END-IF.
005720     IF SEL-FROM-DATE NOT = SPACES
005730      AND TRAN-DATE < SEL-FROM-DATE
005740         GO TO 2200-EXIT
005750     END-IF.
005760     IF SEL-THRU-DATE NOT = SPACES
005770      AND TRAN-DATE > SEL-THRU-DATE
005780         GO TO 2200-EXIT
005790     END-IF.
005800     IF SEL-ACCOUNT NOT = SPACES
005810      AND TRAN-ACCOUNT NOT = SEL-ACCOUNT
005820         GO TO 2200-EXIT
005830     END-IF.
005840     IF SEL-CURRENCY-CODE NOT = SPACES
005850      AND WS-ITEM-CURRENCY NOT = SEL-CURRENCY-CODE
005860         GO TO 2200-EXIT
005870     END-IF.
005880     IF SEL-OP-CODE NOT = SPACE
005890      AND WS-ITEM-OP-CODE NOT = SEL-OP-CODE
005900         GO TO 2200-EXIT
005910     END-IF.
005920     EVALUATE TRUE
005930         WHEN SEL-REV-REVERSED
005940             IF NOT TRAN-REVERSED
005950                 GO TO 2200-EXIT
005960             END-IF
005970         WHEN SEL-REV-OFFSET
005980             IF NOT TRAN-REV-OFFSET
005990                 GO TO 2200-EXIT
006000             END-IF
006010         WHEN SEL-REV-EITHER
006020             IF NOT TRAN-REVERSED AND NOT TRAN-REV-OFFSET
006030                 GO TO 2200-EXIT
006040             END-IF
006050         WHEN SEL-REV-NEITHER
006060             IF TRAN-REVERSED OR TRAN-REV-OFFSET
006070                 GO TO 2200-EXIT
006080             END-IF
006090     END-EVALUATE.
006100     IF SEL-ADJ-ONLY
006110      AND NOT TRAN-ADJUSTMENT
006120         GO TO 2200-EXIT
006130     END-IF.
006140     IF SEL-ADJ-NONE
006150      AND TRAN-ADJUSTMENT
006160         GO TO 2200-EXIT
006170     END-IF.
006180     PERFORM 2250-PRESENTED-AMOUNTS THRU 2250-EXIT.
006190     IF WS-PRES-UNKNOWN
006200         ADD 1 TO WS-NO-RATE-COUNT
006210         IF WS-MIN-GIVEN OR WS-MAX-GIVEN
006220             GO TO 2200-EXIT
006230         END-IF
006240     END-IF.
006250     IF WS-MIN-GIVEN
006260      AND WS-PRES-AMOUNT < SEL-MIN-AMOUNT
006270         GO TO 2200-EXIT
006280     END-IF.
006290     IF WS-MAX-GIVEN
006300      AND WS-PRES-AMOUNT > SEL-MAX-AMOUNT
006310         GO TO 2200-EXIT
006320     END-IF.
006330     SET WS-ITEM-MATCHES TO TRUE.
006340 2200-EXIT.
006350     EXIT.
006360*----------------------------------------------------------*
006370* 2250-PRESENTED-AMOUNTS -- THE HISTORY MASTER HOLDS THE    *
006380*                 OPERANDS ALREADY IN BASE.  A FOREIGN ITEM *
006390*                 HAS EACH DIVIDED BACK BY THE RATE THE LOT *
006400*                 PICKED FOR ITS TRAN-DATE, AS THE REPLAY   *
006410*                 DOES; WS-PRES-AMOUNT IS THE LARGER OF THE *
006420*                 TWO.  NO RATE LEAVES THE PRESENTED        *
006430*                 AMOUNTS UNKNOWN.                          *
006440*----------------------------------------------------------*
006450 2250-PRESENTED-AMOUNTS.
006460     SET WS-PRES-KNOWN TO TRUE.
006470     MOVE TRAN-NUM1 TO WS-PRES-NUM1.
006480     MOVE TRAN-NUM2 TO WS-PRES-NUM2.
006490     IF WS-ITEM-CURRENCY = WS-BASE-CURRENCY
006500         GO TO 2250-SET-AMOUNT
006510     END-IF.
006520     MOVE ZERO TO WS-PRES-NUM1 WS-PRES-NUM2.
006530     IF TRAN-NUM1 IS NOT NUMERIC
006540      OR TRAN-NUM2 IS NOT NUMERIC
006550         SET WS-PRES-UNKNOWN TO TRUE
006560         GO TO 2250-SET-AMOUNT
006570     END-IF.
006580     MOVE TRAN-DATE TO WS-RATE-DATE.
006590     PERFORM 7100-FIND-RATE THRU 7100-EXIT.
006600     IF WS-RATE-NOT-FOUND OR WS-BEST-RATE = ZERO
006610         SET WS-PRES-UNKNOWN TO TRUE
006620         GO TO 2250-SET-AMOUNT
006630     END-IF.
006640     MOVE TRAN-NUM1 TO WS-BC-BASE.
006650     PERFORM 2260-BACK-ONE-AMOUNT THRU 2260-EXIT.
006660     MOVE WS-BC-ORIG TO WS-PRES-NUM1.
006670     MOVE TRAN-NUM2 TO WS-BC-BASE.
006680     PERFORM 2260-BACK-ONE-AMOUNT THRU 2260-EXIT.
006690     MOVE WS-BC-ORIG TO WS-PRES-NUM2.
006700 2250-SET-AMOUNT.
006710     MOVE WS-PRES-NUM1 TO WS-PRES-AMOUNT.
006720     IF WS-PRES-NUM2 > WS-PRES-AMOUNT
006730         MOVE WS-PRES-NUM2 TO WS-PRES-AMOUNT
006740     END-IF.
006750 2250-EXIT.
006760     EXIT.
006770*----------------------------------------------------------*
006780* 2260-BACK-ONE-AMOUNT -- WS-BC-BASE BACK TO WS-BC-ORIG.    *
006790*                 THE ROUNDED QUOTIENT IS TRIED FIRST, THEN *
006800*                 ONE CENT EITHER SIDE OF IT; WHEN NONE     *
006810*                 CONVERTS FORWARD TO THE BASE AMOUNT THE   *
006820*                 QUOTIENT STANDS.  A QUOTIENT TOO LARGE    *
006830*                 FOR AN OPERAND LEAVES THE ITEM UNKNOWN.   *
006840*----------------------------------------------------------*
006850 2260-BACK-ONE-AMOUNT.
006860     SET WS-BC-NOT-MATCHED TO TRUE.
006870     COMPUTE WS-BC-ORIG ROUNDED = WS-BC-BASE / WS-BEST-RATE
006880         ON SIZE ERROR
006890             MOVE ZERO TO WS-BC-ORIG
006900             SET WS-PRES-UNKNOWN TO TRUE
006910             GO TO 2260-EXIT
006920     END-COMPUTE.
006930     MOVE WS-BC-ORIG TO WS-BC-TRY.
006940     PERFORM 2280-TRY-AMOUNT THRU 2280-EXIT.
006950     IF WS-BC-MATCHED
006960         GO TO 2260-EXIT
006970     END-IF.
006980     IF WS-BC-ORIG < 99999.99
006990         COMPUTE WS-BC-TRY = WS-BC-ORIG + 0.01
007000         PERFORM 2280-TRY-AMOUNT THRU 2280-EXIT
007010         IF WS-BC-MATCHED
007020             MOVE WS-BC-TRY TO WS-BC-ORIG
007030             GO TO 2260-EXIT
007040         END-IF
007050     END-IF.
007060     IF WS-BC-ORIG > ZERO
007070         COMPUTE WS-BC-TRY = WS-BC-ORIG - 0.01
007080         PERFORM 2280-TRY-AMOUNT THRU 2280-EXIT
007090         IF WS-BC-MATCHED
007100             MOVE WS-BC-TRY TO WS-BC-ORIG
007110         END-IF
007120     END-IF.
007130 2260-EXIT.
007140     EXIT.
007150 2280-TRY-AMOUNT.
007160     COMPUTE WS-BC-CHECK ROUNDED = WS-BC-TRY * WS-BEST-RATE.
007170     IF WS-BC-CHECK = WS-BC-BASE
007180         SET WS-BC-MATCHED TO TRUE
007190     END-IF.
007200 2280-EXIT.
007210     EXIT.
007220*----------------------------------------------------------*
007230* 2300-WRITE-EXTRACT -- ONE DELIMITED LINE PER ITEM, FIELDS *
007240*                 IN HEADING ORDER, AMOUNTS WITH A DECIMAL  *
007250*                 POINT AND NO LEADING BLANKS, INDICATORS   *
007260*                 EMPTY WHEN BLANK.  THE ORIG- AMOUNTS ARE  *
007270*                 IN THE PRESENTED CURRENCY AND ARE EMPTY   *
007280*                 WHEN THERE WAS NO RATE; THE -EUR ONES ARE *
007290*                 THE BASE AMOUNTS AS POSTED.               *
007300*----------------------------------------------------------*
007310 2300-WRITE-EXTRACT.
007320     MOVE SPACES TO WS-PRES1-TEXT WS-PRES2-TEXT.
007330     IF WS-PRES-KNOWN
007340         MOVE WS-PRES-NUM1 TO WS-PRES1-EDIT
007350         MOVE ZERO TO WS-PRES1-START
007360         INSPECT WS-PRES1-EDIT TALLYING WS-PRES1-START
007370             FOR LEADING SPACES
007380         ADD 1 TO WS-PRES1-START
007390         MOVE WS-PRES1-EDIT(WS-PRES1-START :) TO WS-PRES1-TEXT
007400         MOVE WS-PRES-NUM2 TO WS-PRES2-EDIT
007410         MOVE ZERO TO WS-PRES2-START
007420         INSPECT WS-PRES2-EDIT TALLYING WS-PRES2-START
007430             FOR LEADING SPACES
007440         ADD 1 TO WS-PRES2-START
007450         MOVE WS-PRES2-EDIT(WS-PRES2-START :) TO WS-PRES2-TEXT
007460     END-IF.
007470     MOVE TRAN-NUM1 TO WS-NUM1-EDIT.
007480     MOVE ZERO TO WS-NUM1-START.
007490     INSPECT WS-NUM1-EDIT TALLYING WS-NUM1-START
007500         FOR LEADING SPACES.
007510     ADD 1 TO WS-NUM1-START.
007520     MOVE TRAN-NUM2 TO WS-NUM2-EDIT.
007530     MOVE ZERO TO WS-NUM2-START.
007540     INSPECT WS-NUM2-EDIT TALLYING WS-NUM2-START
007550         FOR LEADING SPACES.
007560     ADD 1 TO WS-NUM2-START.
007570     MOVE TRAN-RESULT TO WS-RESULT-EDIT.
007580     MOVE ZERO TO WS-RESULT-START.
007590     INSPECT WS-RESULT-EDIT TALLYING WS-RESULT-START
007600         FOR LEADING SPACES.
007610     ADD 1 TO WS-RESULT-START.
007620     MOVE SPACES TO EXTRACT-LINE.
007630     STRING TRAN-ID                       DELIMITED BY SPACE
007640            WS-DELIMITER                  DELIMITED BY SIZE
007650            TRAN-DATE                     DELIMITED BY SPACE
007660            WS-DELIMITER                  DELIMITED BY SIZE
007670            TRAN-ACCOUNT                  DELIMITED BY SPACE
007680            WS-DELIMITER                  DELIMITED BY SIZE
007690            WS-ITEM-CURRENCY              DELIMITED BY SIZE
007700            WS-DELIMITER                  DELIMITED BY SIZE
007710            WS-ITEM-OP-CODE               DELIMITED BY SIZE
007720            WS-DELIMITER                  DELIMITED BY SIZE
007730            WS-PRES1-TEXT                 DELIMITED BY SPACE
007740            WS-DELIMITER                  DELIMITED BY SIZE
007750            WS-NUM1-EDIT(WS-NUM1-START :) DELIMITED BY SIZE
007760            WS-DELIMITER                  DELIMITED BY SIZE
007770            TRAN-SIGN-IND                 DELIMITED BY SPACE
007780            WS-DELIMITER                  DELIMITED BY SIZE
007790            WS-PRES2-TEXT                 DELIMITED BY SPACE
007800            WS-DELIMITER                  DELIMITED BY SIZE
007810            WS-NUM2-EDIT(WS-NUM2-START :) DELIMITED BY SIZE
007820            WS-DELIMITER                  DELIMITED BY SIZE
007830            TRAN-SIGN-IND2                DELIMITED BY SPACE
007840            WS-DELIMITER                  DELIMITED BY SIZE
007850            WS-RESULT-EDIT(WS-RESULT-START :)
007860                                          DELIMITED BY SIZE
007870            WS-DELIMITER                  DELIMITED BY SIZE
007880            TRAN-REV-IND                  DELIMITED BY SPACE
007890            WS-DELIMITER                  DELIMITED BY SIZE
007900            TRAN-ORIG-ID                  DELIMITED BY SPACE
007910            WS-DELIMITER                  DELIMITED BY SIZE
007920            TRAN-ADJ-IND                  DELIMITED BY SPACE
007930            WS-DELIMITER                  DELIMITED BY SIZE
007940            TRAN-LIM-IND                  DELIMITED BY SPACE
007950            WS-DELIMITER                  DELIMITED BY SIZE
007960            TRAN-DUP-IND                  DELIMITED BY SPACE
007970            WS-DELIMITER                  DELIMITED BY SIZE
007980            TRAN-FEE-IND                  DELIMITED BY SPACE
007990         INTO EXTRACT-LINE.
008000     WRITE EXTRACT-LINE.
008010 2300-EXIT.
008020     EXIT.
008030*----------------------------------------------------------*
008040* 4000-PRINT-CONTROL-PAGE -- THE SELECTION USED, THE COUNTS *
008050*                 AND THE AMOUNT TOTALS.  A REFUSED CARD    *
008060*                 HAS ALREADY LISTED ITS ERRORS.            *
008070*----------------------------------------------------------*
008080 4000-PRINT-CONTROL-PAGE.
008090     IF WS-CARD-INVALID
008100         WRITE PRINT-LINE FROM BLANK-LINE
008110         PERFORM 4200-PRINT-SELECTION THRU 4200-EXIT
008120         GO TO 4000-EXIT
008130     END-IF.
008140     PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT.
008150     PERFORM 4200-PRINT-SELECTION THRU 4200-EXIT.
008160     WRITE PRINT-LINE FROM BLANK-LINE.
008170     MOVE "CONTROL TOTALS" TO SL-TITLE.
008180     WRITE PRINT-LINE FROM SECTION-LINE.
008190     MOVE "HISTORY ITEMS READ:" TO PCL-CAPTION.
008200     MOVE WS-HIST-READ TO PCL-COUNT.
008210     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
008220     MOVE "ITEMS EXTRACTED:" TO PCL-CAPTION.
008230     MOVE WS-EXTRACT-COUNT TO PCL-COUNT.
008240     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
008250     IF WS-MIN-GIVEN OR WS-MAX-GIVEN
008260         MOVE "NO RATE - LEFT OUT OF THE AMOUNT TEST:"
008270             TO PCL-CAPTION
008280     ELSE
008290         MOVE "NO RATE - EXTRACTED WITHOUT ORIG- AMTS:"
008300             TO PCL-CAPTION
008310     END-IF.
008320     MOVE WS-NO-RATE-COUNT TO PCL-COUNT.
008330     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
008340     PERFORM 4300-PRINT-BASE-TOTALS THRU 4300-EXIT.
008350     PERFORM 4400-PRINT-PRESENTED-TOTALS THRU 4400-EXIT.
008360     WRITE PRINT-LINE FROM SEPARATOR-LINE.
008370     MOVE SPACES TO FOOT-LINE.
008380     STRING "EXTRACT WRITTEN TO EXTOUT; RUN LOGGED TO AUDITLOG "
008390                DELIMITED BY SIZE
008400            "UNDER " DELIMITED BY SIZE
008410            WS-OPERATOR-ID DELIMITED BY SPACE
008420            "." DELIMITED BY SIZE
008430         INTO FOOT-LINE.
008440     WRITE PRINT-LINE FROM FOOT-LINE.
008450 4000-EXIT.
008460     EXIT.
008470*----------------------------------------------------------*
008480* 4100-PRINT-HEADINGS -- THE CONTROL PAGE HEADINGS          *
008490*----------------------------------------------------------*
008500 4100-PRINT-HEADINGS.
008510     MOVE 1 TO HL1-PAGE.
008520     WRITE PRINT-LINE FROM HEADING-LINE-1.
008530     MOVE WS-CURRENT-DATE TO HL2-DATE.
008540     MOVE WS-TIME-HH TO HL2-HH.
008550     MOVE WS-TIME-MM TO HL2-MM.
008560     MOVE WS-TIME-SS TO HL2-SS.
008570     MOVE WS-OPERATOR-ID TO HL2-OPERATOR.
008580     WRITE PRINT-LINE FROM HEADING-LINE-2.
008590     MOVE SEL-REQUEST-REF TO HL3-REF.
008600     WRITE PRINT-LINE FROM HEADING-LINE-3.
008610     WRITE PRINT-LINE FROM SEPARATOR-LINE.
008620 4100-EXIT.
008630     EXIT.
008640*----------------------------------------------------------*
008650* 4200-PRINT-SELECTION -- THE CARD, FIELD BY FIELD, IN      *
008660*                 WORDS                                     *
008670*----------------------------------------------------------*
008680 4200-PRINT-SELECTION.
008690     MOVE "SELECTION USED" TO SL-TITLE.
008700     WRITE PRINT-LINE FROM SECTION-LINE.
008710     MOVE "DATE FROM:" TO SLL-CAPTION.
008720     IF SEL-FROM-DATE = SPACES
008730         MOVE "NO LOWER LIMIT" TO SLL-VALUE
008740     ELSE
008750         MOVE SEL-FROM-DATE TO SLL-VALUE
008760     END-IF.
008770     WRITE PRINT-LINE FROM SELECTION-LINE.
008780     MOVE "DATE THROUGH:" TO SLL-CAPTION.
008790     IF SEL-THRU-DATE = SPACES
008800         MOVE "NO UPPER LIMIT" TO SLL-VALUE
008810     ELSE
008820         MOVE SEL-THRU-DATE TO SLL-VALUE
008830     END-IF.
008840     WRITE PRINT-LINE FROM SELECTION-LINE.
008850     MOVE "ACCOUNT:" TO SLL-CAPTION.
008860     IF SEL-ACCOUNT = SPACES
008870         MOVE "ANY" TO SLL-VALUE
008880     ELSE
008890         MOVE SEL-ACCOUNT TO SLL-VALUE
008900     END-IF.
008910     WRITE PRINT-LINE FROM SELECTION-LINE.
008920     MOVE "CURRENCY:" TO SLL-CAPTION.
008930     IF SEL-CURRENCY-CODE = SPACES
008940         MOVE "ANY" TO SLL-VALUE
008950     ELSE
008960         MOVE SEL-CURRENCY-CODE TO SLL-VALUE
008970     END-IF.
008980     WRITE PRINT-LINE FROM SELECTION-LINE.
008990     MOVE "OPERATION:" TO SLL-CAPTION.
009000     EVALUATE SEL-OP-CODE
009010         WHEN SPACE
009020             MOVE "ANY" TO SLL-VALUE
009030         WHEN "A"
009040             MOVE "A - ADD" TO SLL-VALUE
009050         WHEN "S"
009060             MOVE "S - SUBTRACT" TO SLL-VALUE
009070         WHEN "M"
009080             MOVE "M - MULTIPLY" TO SLL-VALUE
009090         WHEN OTHER
009100             MOVE SEL-OP-CODE TO SLL-VALUE
009110     END-EVALUATE.
009120     WRITE PRINT-LINE FROM SELECTION-LINE.
009130     MOVE "REVERSAL:" TO SLL-CAPTION.
009140     EVALUATE TRUE
009150         WHEN SEL-REV-IND = SPACE
009160             MOVE "ANY" TO SLL-VALUE
009170         WHEN SEL-REV-REVERSED
009180             MOVE "R - REVERSED ITEMS ONLY" TO SLL-VALUE
009190         WHEN SEL-REV-OFFSET
009200             MOVE "O - REVERSING OFFSETS ONLY" TO SLL-VALUE
009210         WHEN SEL-REV-EITHER
009220             MOVE "B - REVERSED ITEMS AND OFFSETS" TO SLL-VALUE
009230         WHEN SEL-REV-NEITHER
009240             MOVE "N - NO REVERSAL INVOLVED" TO SLL-VALUE
009250         WHEN OTHER
009260             MOVE SEL-REV-IND TO SLL-VALUE
009270     END-EVALUATE.
009280     WRITE PRINT-LINE FROM SELECTION-LINE.
009290     MOVE "ADJUSTMENT:" TO SLL-CAPTION.
009300     EVALUATE TRUE
009310         WHEN SEL-ADJ-IND = SPACE
009320             MOVE "ANY" TO SLL-VALUE
009330         WHEN SEL-ADJ-ONLY
009340             MOVE "A - ADJUSTMENT-RUN ITEMS ONLY" TO SLL-VALUE
009350         WHEN SEL-ADJ-NONE
009360             MOVE "N - NO ADJUSTMENT-RUN ITEMS" TO SLL-VALUE
009370         WHEN OTHER
009380             MOVE SEL-ADJ-IND TO SLL-VALUE
009390     END-EVALUATE.
009400     WRITE PRINT-LINE FROM SELECTION-LINE.
009410     MOVE "AMOUNT FROM:" TO SLL-CAPTION.
009420     IF WS-MIN-GIVEN
009430         MOVE SEL-MIN-AMOUNT TO AMOUNT-TEXT
009440         MOVE AMOUNT-TEXT TO SLL-VALUE
009450     ELSE
009460         MOVE SEL-MIN-AMOUNT-X TO SLL-VALUE
009470         IF SEL-MIN-AMOUNT-X = SPACES
009480             MOVE "NO LOWER LIMIT" TO SLL-VALUE
009490         END-IF
009500     END-IF.
009510     WRITE PRINT-LINE FROM SELECTION-LINE.
009520     MOVE "AMOUNT THROUGH:" TO SLL-CAPTION.
009530     IF WS-MAX-GIVEN
009540         MOVE SEL-MAX-AMOUNT TO AMOUNT-TEXT
009550         MOVE AMOUNT-TEXT TO SLL-VALUE
009560     ELSE
009570         MOVE SEL-MAX-AMOUNT-X TO SLL-VALUE
009580         IF SEL-MAX-AMOUNT-X = SPACES
009590             MOVE "NO UPPER LIMIT" TO SLL-VALUE
009600         END-IF
009610     END-IF.
009620     WRITE PRINT-LINE FROM SELECTION-LINE.
009630     MOVE "AMOUNT TESTED:" TO SLL-CAPTION.
009640     MOVE "LARGER OPERAND, IN THE ITEM'S PRESENTED CURRENCY"
009650         TO SLL-VALUE.
009660     WRITE PRINT-LINE FROM SELECTION-LINE.
009670     MOVE "DELIMITER:" TO SLL-CAPTION.
009680     MOVE WS-DELIMITER TO SLL-VALUE.
009690     WRITE PRINT-LINE FROM SELECTION-LINE.
009700 4200-EXIT.
009710     EXIT.
009720*----------------------------------------------------------*
009730* 4300-PRINT-BASE-TOTALS -- THE AMOUNTS AS POSTED, IN THE   *
009740*                 BASE CURRENCY, OVER EVERY ITEM EXTRACTED  *
009750*----------------------------------------------------------*
009760 4300-PRINT-BASE-TOTALS.
009770     WRITE PRINT-LINE FROM BLANK-LINE.
009780     MOVE SPACES TO SL-TITLE.
009790     STRING "IN THE BASE CURRENCY (" DELIMITED BY SIZE
009800            WS-BASE-CURRENCY DELIMITED BY SIZE
009810            ")" DELIMITED BY SIZE
009820         INTO SL-TITLE.
009830     WRITE PRINT-LINE FROM SECTION-LINE.
009840     MOVE "TOTAL NUM1-EUR:" TO PAL-CAPTION.
009850     MOVE WS-TOTAL-NUM1 TO PAL-AMOUNT.
009860     WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE.
009870     MOVE "TOTAL NUM2-EUR:" TO PAL-CAPTION.
009880     MOVE WS-TOTAL-NUM2 TO PAL-AMOUNT.
009890     WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE.
009900     MOVE "TOTAL RESULT-EUR:" TO PAL-CAPTION.
009910     MOVE WS-TOTAL-RESULT TO PAL-AMOUNT.
009920     WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE.
009930     MOVE "TOTAL AMOUNT (LARGER OPERAND):" TO PAL-CAPTION.
009940     MOVE WS-TOTAL-AMOUNT TO PAL-AMOUNT.
009950     WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE.
009960 4300-EXIT.
009970     EXIT.
009980*----------------------------------------------------------*
009990* 4400-PRINT-PRESENTED-TOTALS -- THE ORIG- AMOUNTS, ADDED   *
010000*                 ONLY WHILE EVERY ITEM WITH ONE IS IN THE  *
010010*                 SAME CURRENCY; ITEMS WITH NO RATE ARE NOT *
010020*                 IN THEM                                   *
010030*----------------------------------------------------------*
010040 4400-PRINT-PRESENTED-TOTALS.
010050     WRITE PRINT-LINE FROM BLANK-LINE.
010060     IF WS-PRES-CURRENCY = SPACES
010070         MOVE "IN THE PRESENTED CURRENCY" TO SL-TITLE
010080         WRITE PRINT-LINE FROM SECTION-LINE
010090         MOVE "NO ITEM EXTRACTED WITH A PRESENTED AMOUNT."
010100             TO SLL-VALUE
010110         MOVE SPACES TO SLL-CAPTION
010120         WRITE PRINT-LINE FROM SELECTION-LINE
010130         GO TO 4400-EXIT
010140     END-IF.
010150     IF WS-PRES-MIXED
010160         MOVE "IN THE PRESENTED CURRENCY" TO SL-TITLE
010170         WRITE PRINT-LINE FROM SECTION-LINE
010180         MOVE "NOT ADDED - ITEMS IN MORE THAN ONE CURRENCY."
010190             TO SLL-VALUE
010200         MOVE SPACES TO SLL-CAPTION
010210         WRITE PRINT-LINE FROM SELECTION-LINE
010220         GO TO 4400-EXIT
010230     END-IF.
010240     MOVE SPACES TO SL-TITLE.
010250     STRING "IN THE PRESENTED CURRENCY (" DELIMITED BY SIZE
010260            WS-PRES-CURRENCY DELIMITED BY SIZE
010270            ")" DELIMITED BY SIZE
010280         INTO SL-TITLE.
010290     WRITE PRINT-LINE FROM SECTION-LINE.
010300     MOVE "TOTAL ORIG-NUM1:" TO PAL-CAPTION.
010310     MOVE WS-PRES-TOTAL-NUM1 TO PAL-AMOUNT.
010320     WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE.
010330     MOVE "TOTAL ORIG-NUM2:" TO PAL-CAPTION.
010340     MOVE WS-PRES-TOTAL-NUM2 TO PAL-AMOUNT.
010350     WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE.
010360     MOVE "TOTAL AMOUNT (LARGER OPERAND):" TO PAL-CAPTION.
010370     MOVE WS-PRES-TOTAL-AMOUNT TO PAL-AMOUNT.
010380     WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE.
010390 4400-EXIT.
010400     EXIT.
010410*----------------------------------------------------------*
010420* 5000-WRITE-AUDIT-LOG -- ONE RECORD FOR THE RUN UNDER THE  *
010430*                 REQUESTING OPERATOR: THE AMOUNT RANGE IN  *
010440*                 NUM1/NUM2, THE TOTAL AMOUNT EXTRACTED AS  *
010450*                 THE RESULT, THE CURRENCY, THE ACCOUNT AS  *
010460*                 THE KEY, AND THE DATES, INDICATORS AND    *
010470*                 ITEM COUNT AS THE DETAIL.  WITH A         *
010480*                 CURRENCY ON THE CARD THE RESULT IS THE    *
010490*                 PRESENTED TOTAL IN THAT CURRENCY; WITHOUT *
010500*                 ONE IT IS THE BASE TOTAL.                 *
010510*----------------------------------------------------------*
010520 5000-WRITE-AUDIT-LOG.
010530     OPEN EXTEND AUDIT-LOG.
010540     IF WS-AUDIT-STATUS NOT = "00"
010550         OPEN OUTPUT AUDIT-LOG
010560     END-IF.
010570     INITIALIZE AUDIT-RECORD.
010580     MOVE WS-CURRENT-DATE   TO AUD-RUN-DATE.
010590     MOVE WS-CURRENT-TIME   TO AUD-RUN-TIME.
010600     MOVE "EXTRHIST"        TO AUD-PROGRAM-ID.
010610     MOVE WS-OPERATOR-ID    TO AUD-OPERATOR-ID.
010620     IF WS-MIN-GIVEN
010630         MOVE SEL-MIN-AMOUNT TO AUD-NUM1
010640     END-IF.
010650     IF WS-MAX-GIVEN
010660         MOVE SEL-MAX-AMOUNT TO AUD-NUM2
010670     END-IF.
010680     IF SEL-CURRENCY-CODE = SPACES
010690         MOVE WS-TOTAL-AMOUNT      TO AUD-RESULT
010700     ELSE
010710         MOVE WS-PRES-TOTAL-AMOUNT TO AUD-RESULT
010720     END-IF.
010730     MOVE SEL-CURRENCY-CODE TO AUD-CURRENCY-CODE.
010740     MOVE "XTRC"            TO AUD-MAINT-ACTION.
010750     MOVE SEL-ACCOUNT       TO AUD-MAINT-KEY.
010760     MOVE WS-EXTRACT-COUNT  TO WS-AUDIT-COUNT.
010770     STRING SEL-FROM-DATE   DELIMITED BY SIZE
010780            "-"             DELIMITED BY SIZE
010790            SEL-THRU-DATE   DELIMITED BY SIZE
010800            " "             DELIMITED BY SIZE
010810            SEL-OP-CODE     DELIMITED BY SIZE
010820            SEL-REV-IND     DELIMITED BY SIZE
010830            SEL-ADJ-IND     DELIMITED BY SIZE
010840            " "             DELIMITED BY SIZE
010850            WS-AUDIT-COUNT  DELIMITED BY SIZE
010860         INTO AUD-MAINT-DETAIL.
010870     WRITE AUDIT-RECORD.
010880     CLOSE AUDIT-LOG.
010890 5000-EXIT.
010900     EXIT.
010910*----------------------------------------------------------*
010920* 7100-FIND-RATE -- LATEST EFFECTIVE DATE NOT AFTER         *
010930*                 WS-RATE-DATE FOR THE ITEM'S CURRENCY, THE *
010940*                 SAME CHOICE THE LOT PROGRAMS MAKE         *
010950*----------------------------------------------------------*
010960 7100-FIND-RATE.
010970     SET WS-RATE-NOT-FOUND TO TRUE.
010980     MOVE ZERO TO WS-BEST-DATE.
010990     PERFORM 7150-CHECK-ONE-RATE THRU 7150-EXIT
011000         VARYING WS-RATE-SUB FROM 1 BY 1
011010         UNTIL WS-RATE-SUB > WS-RATE-COUNT.
011020 7100-EXIT.
011030     EXIT.
011040 7150-CHECK-ONE-RATE.
011050     IF WS-RT-CODE(WS-RATE-SUB) = WS-ITEM-CURRENCY
011060      AND WS-RT-EFF-DATE(WS-RATE-SUB) <= WS-RATE-DATE
011070      AND WS-RT-EFF-DATE(WS-RATE-SUB) >= WS-BEST-DATE
011080         SET WS-RATE-FOUND TO TRUE
011090         MOVE WS-RT-EFF-DATE(WS-RATE-SUB) TO WS-BEST-DATE
011100         MOVE WS-RT-RATE(WS-RATE-SUB)     TO WS-BEST-RATE
011110     END-IF.
011120 7150-EXIT.
011130     EXIT.
011140*----------------------------------------------------------*
011150* 9000-TERMINATE -- CLOSE THE EXTRACT AND THE CONTROL PAGE, *
011160*                 SUMMARIZE AND SET THE CONDITION CODE      *
011170*----------------------------------------------------------*
011180 9000-TERMINATE.
011190     CLOSE EXTRACT-OUT.
011200     CLOSE CONTROL-OUT.
011210     IF WS-CARD-INVALID
011220         DISPLAY "EXTRACTION-HISTORIQUE: " WS-ERROR-COUNT
011230                 " ERROR(S) - SELECTION REFUSED, NOTHING "
011240                 "EXTRACTED."
011250         MOVE 8 TO RETURN-CODE
011260         GO TO 9000-EXIT
011270     END-IF.
011280     DISPLAY "EXTRACTION-HISTORIQUE: " WS-HIST-READ
011290             " HISTORY ITEMS READ, " WS-EXTRACT-COUNT
011300             " EXTRACTED FOR " WS-OPERATOR-ID ".".
011310     MOVE ZERO TO RETURN-CODE.
011320 9000-EXIT.
011330     EXIT.
