000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALCUL-FRAIS.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  FEE SCHEDULE ENGINE, RUN    *
000110*                 AFTER THE LOT STEPS.  EVERY POSTED ITEM   *
000120*                 ON THE DAY'S ALLOUT IS PRICED AGAINST THE *
000130*                 FEE SCHEDULE (FEESCHED, COPYBOOK FEEREC)  *
000140*                 BY OPERATION CODE, CURRENCY AND ACCOUNT - *
000150*                 FLAT AMOUNT PLUS PERCENT RATE OF THE      *
000160*                 BASE-CURRENCY RESULT, WITHIN THE MINIMUM  *
000170*                 AND MAXIMUM.  EACH FEE BECOMES A DEBIT    *
000180*                 TRANSACTION ON THE CHARGED ACCOUNT WITH A *
000190*                 FRESH TRAN-ID FROM TRANSEQ, DATED THE     *
000200*                 NEXT BUSINESS DAY (BUSCAL), MARKED        *
000210*                 TRAN-FEE-IND "F" WITH THE TRIGGERING      *
000220*                 TRAN-ID IN TRAN-ORIG-ID, AND HELD IN THE  *
000230*                 PENDING WAREHOUSE (PENDWHSE) FOR THE      *
000240*                 DECIMAL INPUT FILE, SO IT ENTERS THE NEXT *
000250*                 DAY'S RUN THROUGH THE NORMAL RELEASE,     *
000260*                 EDIT AND LOT STEPS.  FEE CHARGES,         *
000270*                 REVERSAL OFFSETS AND HOUSE-ACCOUNT ITEMS  *
000280*                 ARE NEVER CHARGED, AND AN ITEM WHOSE FEES *
000290*                 ARE ALREADY IN THE WAREHOUSE IS NOT       *
000300*                 CHARGED AGAIN, SO A RERUN CANNOT          *
000310*                 DOUBLE-CHARGE.                            *
000320*                 THE FEE REGISTER (FEERPT) LISTS EVERY FEE *
000330*                 RAISED BY ACCOUNT WITH ITS TRIGGERING     *
000340*                 TRAN-ID AND ACCOUNT TOTALS.               *
000341* 2026-10-15  DM  TRAN-IDS ARE NOW DATED: TWO-DIGIT ID YEAR *
000342*                 PLUS A FOUR-CHARACTER BASE-36 SERIAL FROM *
000343*                 TRANSEQ (NOW COPYBOOK SEQREC), RESTARTED  *
000344*                 EACH YEAR, SO THEY CANNOT MEET AN EARLIER *
000345*                 YEAR'S IDS OR A SOURCE'S "T" PLUS FIVE    *
000346*                 DIGITS.  A YEAR WHOSE SERIALS ARE ALL     *
000347*                 USED ASSIGNS NOTHING RATHER THAN WRAP.    *
000350*----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT TRAN-IN          ASSIGN TO ALLOUT
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-TRAN-STATUS.
000420     SELECT FEE-SCHEDULE     ASSIGN TO FEESCHED
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FEE-STATUS.
000450     SELECT TRAN-SEQ-FILE    ASSIGN TO TRANSEQ
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SEQ-STATUS.
000480     SELECT WAREHOUSE-FILE   ASSIGN TO PENDWHSE
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-WHSE-STATUS.
000510     SELECT CALENDAR-FILE    ASSIGN TO BUSCAL
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CAL-STATUS.
000540     SELECT REPORT-OUT       ASSIGN TO FEERPT
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580*----------------------------------------------------------*
000590* TRAN-IN -- THE DAY'S POSTED RESULTS (ALLOUT)              *
000600*----------------------------------------------------------*
000610 FD  TRAN-IN.
000620     COPY TRANREC REPLACING ==TRANSACTION-RECORD== BY
000630         ==ALLOUT-REC==.
000640*----------------------------------------------------------*
000650* FEE-SCHEDULE -- THE FEE SCHEDULE, LOADED AT START-UP      *
000660*----------------------------------------------------------*
000670 FD  FEE-SCHEDULE.
000680     COPY FEEREC.
000690*----------------------------------------------------------*
000700* TRAN-SEQ-FILE -- THE NEXT TRAN-ID SEQUENCE NUMBER         *
000710*----------------------------------------------------------*
000720 FD  TRAN-SEQ-FILE.
000730     COPY SEQREC.
000760*----------------------------------------------------------*
000770* WAREHOUSE-FILE -- THE PENDING WAREHOUSE: READ FOR FEES    *
000780*                 ALREADY HELD, THEN EXTENDED WITH TODAY'S  *
000790*----------------------------------------------------------*
000800 FD  WAREHOUSE-FILE.
000810     COPY WHSEREC.
000820*----------------------------------------------------------*
000830* CALENDAR-FILE -- THE BUSINESS CALENDAR                    *
000840*----------------------------------------------------------*
000850 FD  CALENDAR-FILE.
000860     COPY CALREC.
000870*----------------------------------------------------------*
000880* REPORT-OUT -- THE FEE REGISTER                            *
000890*----------------------------------------------------------*
000900 FD  REPORT-OUT.
000910 01  PRINT-LINE                  PIC X(80).
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------*
000940* SWITCHES AND STATUS FIELDS                                *
000950*----------------------------------------------------------*
000960 01  WS-TRAN-STATUS              PIC X(02).
000970 01  WS-FEE-STATUS               PIC X(02).
000980 01  WS-SEQ-STATUS               PIC X(02).
000990 01  WS-WHSE-STATUS              PIC X(02).
001000 01  WS-CAL-STATUS               PIC X(02).
001010 01  WS-EOF-SW                   PIC X(01).
001020     88  WS-EOF                        VALUE "Y".
001030     88  WS-NOT-EOF                    VALUE "N".
001040 01  WS-NO-ALLOUT-SW             PIC X(01) VALUE "N".
001050     88  WS-NO-ALLOUT                  VALUE "Y".
001060 01  WS-FEE-EOF-SW               PIC X(01).
001070     88  WS-FEE-EOF                    VALUE "Y".
001080     88  WS-FEE-NOT-EOF                VALUE "N".
001090 01  WS-WHSE-EOF-SW              PIC X(01).
001100     88  WS-WHSE-EOF                   VALUE "Y".
001110     88  WS-WHSE-NOT-EOF               VALUE "N".
001120 01  WS-CAL-EOF-SW               PIC X(01).
001130     88  WS-CAL-EOF                    VALUE "Y".
001140     88  WS-CAL-NOT-EOF                VALUE "N".
001150 01  WS-HELD-SW                  PIC X(01).
001160     88  WS-ALREADY-HELD               VALUE "Y".
001170     88  WS-NOT-HELD                   VALUE "N".
001180 01  WS-WINNER-SW                PIC X(01).
001190     88  WS-ENTRY-WINS                 VALUE "Y".
001200     88  WS-ENTRY-BEATEN               VALUE "N".
001210 01  WS-CHARGED-SW               PIC X(01).
001220     88  WS-ITEM-CHARGED               VALUE "Y".
001230     88  WS-ITEM-NOT-CHARGED           VALUE "N".
001240 01  WS-REG-FULL-SW              PIC X(01) VALUE "N".
001250     88  WS-REGISTER-FULL              VALUE "Y".
001260*----------------------------------------------------------*
001270* BUSINESS DATE AND THE DATE THE FEES ARE CHARGED ON        *
001280*----------------------------------------------------------*
001290 01  WS-BUSINESS-DATE            PIC 9(08).
001300 01  WS-BUSDATE-BUFFER           PIC X(08).
001310 01  WS-BASE-CURRENCY            PIC X(03) VALUE "EUR".
001320 01  WS-CHARGE-DATE              PIC 9(08).
001330 01  WS-CHARGE-DATE-R REDEFINES WS-CHARGE-DATE.
001340     05  WS-CD-YYYY              PIC 9(04).
001350     05  WS-CD-MM                PIC 9(02).
001360     05  WS-CD-DD                PIC 9(02).
001370 01  WS-DAYS-IN-MONTH-VALUES     PIC X(24)
001380                                 VALUE "312831303130313130313031".
001390 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
001400     05  WS-DIM OCCURS 12 TIMES  PIC 9(02).
001410 01  WS-MONTH-LIMIT              PIC 9(02).
001420 01  WS-LEAP-QUOT                PIC 9(04) COMP.
001430 01  WS-LEAP-REM                 PIC 9(04) COMP.
001440*----------------------------------------------------------*
001450* BUSINESS CALENDAR TABLE AND NEXT-BUSINESS-DAY FIELDS      *
001460*----------------------------------------------------------*
001470 01  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
001480 01  WS-CAL-MAX                  PIC 9(04) COMP VALUE 800.
001490 01  WS-CAL-SUB                  PIC 9(04) COMP.
001500 01  WS-CAL-TABLE.
001510     05  WS-CAL-ENTRY OCCURS 800 TIMES.
001520         10  WS-CL-DATE          PIC 9(08).
001530         10  WS-CL-TYPE          PIC X(01).
001540 01  WS-DUE-DATE                 PIC 9(08).
001550 01  WS-EFFECTIVE-DATE           PIC 9(08).
001560 01  WS-DUE-TYPE                 PIC X(01).
001570 01  WS-BEST-NEXT                PIC 9(08).
001580*----------------------------------------------------------*
001590* FEE SCHEDULE TABLE -- ONE SLOT PER ACTIVE SCHEDULE RECORD *
001600* WITH THE MATCH SCORE FOR THE ITEM BEING PRICED (ZERO =    *
001610* NO MATCH; OTHERWISE 1, PLUS 4 FOR AN ACCOUNT MATCH, 2 FOR *
001620* A CURRENCY MATCH AND 1 FOR AN OPERATION MATCH)            *
001630*----------------------------------------------------------*
001640 01  WS-SCH-COUNT                PIC 9(04) COMP VALUE ZERO.
001650 01  WS-SCH-MAX                  PIC 9(04) COMP VALUE 200.
001660 01  WS-SCH-SUB                  PIC 9(04) COMP.
001670 01  WS-RIVAL-SUB                PIC 9(04) COMP.
001680 01  WS-SCH-TABLE.
001690     05  WS-SCH-ENTRY OCCURS 200 TIMES.
001700         10  WS-SC-CODE          PIC X(04).
001710         10  WS-SC-OP            PIC X(01).
001720         10  WS-SC-CURRENCY      PIC X(03).
001730         10  WS-SC-ACCOUNT       PIC X(08).
001740         10  WS-SC-FLAT          PIC 9(5)V9(2) COMP-3.
001750         10  WS-SC-PERCENT       PIC 9(3)V9(4) COMP-3.
001760         10  WS-SC-MIN           PIC 9(5)V9(2) COMP-3.
001770         10  WS-SC-MAX           PIC 9(5)V9(2) COMP-3.
001780         10  WS-SC-DESC          PIC X(20).
001790         10  WS-SC-SCORE         PIC 9(02) COMP.
001800 01  WS-WORK-SCORE               PIC 9(02) COMP.
001810*----------------------------------------------------------*
001820* TRIGGERS WHOSE FEES ARE ALREADY IN THE WAREHOUSE          *
001830*----------------------------------------------------------*
001840 01  WS-HELD-COUNT               PIC 9(04) COMP VALUE ZERO.
001850 01  WS-HELD-MAX                 PIC 9(04) COMP VALUE 5000.
001860 01  WS-HELD-SUB                 PIC 9(04) COMP.
001870 01  WS-HELD-TABLE.
001880     05  WS-HELD-TRIGGER OCCURS 5000 TIMES
001890                                 PIC X(06).
001900*----------------------------------------------------------*
001910* THE ITEM BEING PRICED, KEY NORMALIZED THE WAY THE         *
001920* SCHEDULE IS (BLANK OPERATION = ADD, BLANK CURRENCY =      *
001930* BASE)                                                     *
001940*----------------------------------------------------------*
001950 01  WS-ITEM-OP                  PIC X(01).
001960 01  WS-ITEM-CURRENCY            PIC X(03).
001970 01  WS-ITEM-BASIS               PIC 9(6)V9(2) COMP-3.
001980 01  WS-FEE-WORK                 PIC 9(9)V9(2) COMP-3.
001990 01  WS-FEE-LIMIT                PIC 9(5)V9(2) COMP-3
002000                                 VALUE 99999.99.
002010*----------------------------------------------------------*
002020* TRAN-ID ASSIGNMENT, THE SAME SHAPE SAISIE-TRANSACTIONS    *
002030* USES                                                      *
002040*----------------------------------------------------------*
002042 01  WS-LEGACY-NUMBER            PIC 9(05) VALUE ZERO.
002044 01  WS-ID-YEAR                  PIC 9(04) VALUE ZERO.
002046 01  WS-ID-YEAR-R REDEFINES WS-ID-YEAR.
002048     05  FILLER                  PIC 9(02).
002050     05  WS-ID-YEAR-YY           PIC 9(02).
002052 01  WS-NEXT-SERIAL              PIC 9(07) VALUE 1.
002054 01  WS-SERIAL-LIMIT             PIC 9(07) VALUE 1679615.
002056 01  WS-SERIAL-WORK              PIC 9(07) COMP.
002058 01  WS-SERIAL-QUOT              PIC 9(07) COMP.
002060 01  WS-SERIAL-REM               PIC 9(02) COMP.
002062 01  WS-ENCODE-POS               PIC 9(02) COMP.
002064 01  WS-ID-SW                    PIC X(01).
002066     88  WS-ID-AVAILABLE               VALUE "Y".
002068     88  WS-ID-EXHAUSTED               VALUE "N".
002070 01  WS-TODAY-YMD.
002072     05  WS-TODAY-YEAR           PIC 9(04).
002074     05  FILLER                  PIC 9(04).
002076 01  WS-BASE36-DIGITS            PIC X(36) VALUE
002078     "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002080 01  WS-BASE36-TABLE REDEFINES WS-BASE36-DIGITS.
002082     05  WS-BASE36-CHAR          PIC X(01) OCCURS 36 TIMES.
002084 01  WS-ASSIGNED-ID.
002086     05  WS-ASSIGNED-YY          PIC 9(02).
002088     05  WS-ASSIGNED-SERIAL      PIC X(04).
002090*----------------------------------------------------------*
002100* THE FEE TRANSACTION BEING BUILT                           *
002110*----------------------------------------------------------*
002120     COPY TRANREC REPLACING ==TRANSACTION-RECORD== BY
002130         ==FEE-TRAN-REC==.
002140*----------------------------------------------------------*
002150* FEE REGISTER TABLE -- EVERY FEE RAISED, KEPT IN ACCOUNT   *
002160* ORDER AS IT IS RAISED                                     *
002170*----------------------------------------------------------*
002180 01  WS-REG-COUNT                PIC 9(04) COMP VALUE ZERO.
002190 01  WS-REG-MAX                  PIC 9(04) COMP VALUE 3000.
002200 01  WS-REG-SUB                  PIC 9(04) COMP.
002210 01  WS-REG-HIT                  PIC 9(04) COMP.
002220 01  WS-REG-TABLE.
002230     05  WS-REG-ENTRY OCCURS 3000 TIMES.
002240         10  WS-RG-ACCOUNT       PIC X(08).
002250         10  WS-RG-FEE-ID        PIC X(06).
002260         10  WS-RG-TRIGGER-ID    PIC X(06).
002270         10  WS-RG-CODE          PIC X(04).
002280         10  WS-RG-DESC          PIC X(20).
002290         10  WS-RG-BASIS         PIC 9(6)V9(2) COMP-3.
002300         10  WS-RG-AMOUNT        PIC 9(5)V9(2) COMP-3.
002310 01  WS-CURRENT-ACCOUNT          PIC X(08).
002320 01  WS-ACCOUNT-FEES             PIC 9(5) COMP.
002330 01  WS-ACCOUNT-TOTAL            PIC 9(9)V9(2) COMP-3.
002340*----------------------------------------------------------*
002350* CONTROL TOTALS                                            *
002360*----------------------------------------------------------*
002370 01  WS-READ-COUNT               PIC 9(7) COMP VALUE ZERO.
002380 01  WS-FEE-ITEM-COUNT           PIC 9(7) COMP VALUE ZERO.
002390 01  WS-OFFSET-COUNT             PIC 9(7) COMP VALUE ZERO.
002400 01  WS-HOUSE-COUNT              PIC 9(7) COMP VALUE ZERO.
002410 01  WS-UNPRICED-COUNT           PIC 9(7) COMP VALUE ZERO.
002420 01  WS-RERUN-COUNT              PIC 9(7) COMP VALUE ZERO.
002430 01  WS-CHARGED-COUNT            PIC 9(7) COMP VALUE ZERO.
002440 01  WS-RAISED-COUNT             PIC 9(7) COMP VALUE ZERO.
002450 01  WS-OVERSIZE-COUNT           PIC 9(7) COMP VALUE ZERO.
002455 01  WS-NO-ID-COUNT              PIC 9(7) COMP VALUE ZERO.
002460 01  WS-SCH-READ-COUNT           PIC 9(7) COMP VALUE ZERO.
002470 01  WS-SCH-SKIP-COUNT           PIC 9(7) COMP VALUE ZERO.
002480 01  WS-RAISED-TOTAL             PIC 9(11)V9(02) COMP-3
002490                                 VALUE ZERO.
002500*----------------------------------------------------------*
002510* PAGE CONTROL                                              *
002520*----------------------------------------------------------*
002530 01  WS-PAGE-NO                  PIC 9(3) COMP VALUE 1.
002540 01  WS-LINE-CNT                 PIC 9(3) COMP VALUE 99.
002550 01  WS-MAX-LINES                PIC 9(3) COMP VALUE 50.
002560*----------------------------------------------------------*
002570* REPORT LINE LAYOUTS                                       *
002580*----------------------------------------------------------*
002590 01  SEPARATOR-LINE              PIC X(78) VALUE ALL "-".
002600 01  HEADING-LINE-1.
002610     05  FILLER                  PIC X(17)
002620                                 VALUE "FEE REGISTER FOR ".
002630     05  HL1-DATE                PIC 9(08).
002640     05  FILLER                  PIC X(41) VALUE SPACES.
002650     05  FILLER                  PIC X(05) VALUE "PAGE ".
002660     05  HL1-PAGE                PIC ZZ9.
002670 01  HEADING-LINE-2.
002680     05  FILLER                  PIC X(34) VALUE
002690         "FEES CHARGED TO THE INPUT OF".
002700     05  HL2-CHARGE-DATE         PIC 9(08).
002710 01  HEADING-LINE-3.
002720     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
002730     05  FILLER                  PIC X(08) VALUE "FEE ID".
002740     05  FILLER                  PIC X(08) VALUE "ON ID".
002750     05  FILLER                  PIC X(06) VALUE "CODE".
002760     05  FILLER                  PIC X(21) VALUE "DESCRIPTION".
002770     05  FILLER                  PIC X(12) VALUE "       BASIS".
002780     05  FILLER                  PIC X(11) VALUE "        FEE".
002790 01  DETAIL-LINE.
002800     05  DL-ACCOUNT              PIC X(08).
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  DL-FEE-ID               PIC X(06).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  DL-TRIGGER-ID           PIC X(06).
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  DL-CODE                 PIC X(04).
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  DL-DESC                 PIC X(20).
002890     05  FILLER                  PIC X(01) VALUE SPACES.
002900     05  DL-BASIS                PIC ZZZ,ZZ9.99.
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  DL-AMOUNT               PIC ZZ,ZZ9.99.
002930 01  ACCOUNT-TOTAL-LINE.
002940     05  FILLER                  PIC X(18) VALUE SPACES.
002950     05  FILLER                  PIC X(14) VALUE "ACCOUNT TOTAL ".
002960     05  ATL-ACCOUNT             PIC X(08).
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  ATL-FEES                PIC ZZ,ZZ9.
002990     05  FILLER                  PIC X(08) VALUE " FEE(S)".
003000     05  FILLER                  PIC X(05) VALUE SPACES.
003010     05  ATL-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
003020 01  GRAND-TOTAL-LINE.
003030     05  FILLER                  PIC X(18) VALUE SPACES.
003040     05  FILLER                  PIC X(24)
003050                                 VALUE "ALL ACCOUNTS".
003060     05  GTL-FEES                PIC ZZ,ZZ9.
003070     05  FILLER                  PIC X(08) VALUE " FEE(S)".
003080     05  FILLER                  PIC X(02) VALUE SPACES.
003090     05  GTL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
003100 01  NONE-LINE                   PIC X(40) VALUE
003110     "NO FEES RAISED".
003120 01  FULL-LINE                   PIC X(60) VALUE
003130     "*** REGISTER TABLE FULL - LISTING INCOMPLETE ***".
003140 01  SUMMARY-HEADING.
003150     05  FILLER                  PIC X(21)
003160                                 VALUE "FEE ENGINE SUMMARY".
003170     05  FILLER                  PIC X(05) VALUE " FOR ".
003180     05  SH-DATE                 PIC 9(08).
003190 01  SUMMARY-COUNT-LINE.
003200     05  SCL-CAPTION             PIC X(44).
003210     05  SCL-COUNT               PIC ZZZ,ZZ9.
003220 PROCEDURE DIVISION.
003230 0000-MAINLINE.
003240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003250     PERFORM 2000-PRICE-ITEM THRU 2000-EXIT
003260         UNTIL WS-EOF.
003270     PERFORM 6000-PRINT-REGISTER THRU 6000-EXIT.
003280     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
003290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003300     STOP RUN.
003310*----------------------------------------------------------*
003320* 1000-INITIALIZE -- BUSINESS DATE, CHARGE DATE, SCHEDULE,  *
003330*                 SEQUENCE AND THE FEES ALREADY WAREHOUSED  *
003340*----------------------------------------------------------*
003350 1000-INITIALIZE.
003360     SET WS-NOT-EOF TO TRUE.
003370     ACCEPT WS-BUSDATE-BUFFER FROM ENVIRONMENT "BUSDATE".
003380     IF WS-BUSDATE-BUFFER IS NUMERIC
003390         MOVE WS-BUSDATE-BUFFER TO WS-BUSINESS-DATE
003400     ELSE
003410         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
003420     END-IF.
003430     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
003440     PERFORM 1100-SET-CHARGE-DATE THRU 1100-EXIT.
003450     PERFORM 1400-LOAD-SCHEDULE THRU 1400-EXIT.
003460     PERFORM 1200-READ-SEQUENCE THRU 1200-EXIT.
003470     PERFORM 1500-LOAD-HELD-FEES THRU 1500-EXIT.
003480     OPEN OUTPUT REPORT-OUT.
003490     OPEN INPUT TRAN-IN.
003500     IF WS-TRAN-STATUS NOT = "00"
003510         DISPLAY "CALCUL-FRAIS: NO POSTED RESULTS (ALLOUT) - "
003520                 "NO FEES TO RAISE."
003530         SET WS-NO-ALLOUT TO TRUE
003540         SET WS-EOF TO TRUE
003550         GO TO 1000-EXIT
003560     END-IF.
003570     OPEN EXTEND WAREHOUSE-FILE.
003580     IF WS-WHSE-STATUS NOT = "00"
003590         OPEN OUTPUT WAREHOUSE-FILE
003600     END-IF.
003610     PERFORM 2100-READ-ALLOUT THRU 2100-EXIT.
003620 1000-EXIT.
003630     EXIT.
003640*----------------------------------------------------------*
003650* 1100-SET-CHARGE-DATE -- THE DAY AFTER THE BUSINESS DATE,  *
003660*                 ROLLED ON TO THE NEXT CALENDAR BUSINESS   *
003670*                 DAY WHEN IT IS A WEEKEND OR HOLIDAY       *
003680*----------------------------------------------------------*
003690 1100-SET-CHARGE-DATE.
003700     MOVE WS-BUSINESS-DATE TO WS-CHARGE-DATE.
003710     PERFORM 1150-SET-MONTH-LIMIT THRU 1150-EXIT.
003720     IF WS-CD-DD < WS-MONTH-LIMIT
003730         ADD 1 TO WS-CD-DD
003740     ELSE
003750         MOVE 1 TO WS-CD-DD
003760         IF WS-CD-MM = 12
003770             MOVE 1 TO WS-CD-MM
003780             ADD 1 TO WS-CD-YYYY
003790         ELSE
003800             ADD 1 TO WS-CD-MM
003810         END-IF
003820     END-IF.
003830     MOVE WS-CHARGE-DATE TO WS-DUE-DATE.
003840     PERFORM 7600-NEXT-BUSINESS-DAY THRU 7600-EXIT.
003850     MOVE WS-EFFECTIVE-DATE TO WS-CHARGE-DATE.
003860 1100-EXIT.
003870     EXIT.
003880*----------------------------------------------------------*
003890* 1150-SET-MONTH-LIMIT -- LAST DAY OF THE BUSINESS DATE'S   *
003900*                 MONTH, LEAP YEARS INCLUDED                *
003910*----------------------------------------------------------*
003920 1150-SET-MONTH-LIMIT.
003930     MOVE WS-DIM(WS-CD-MM) TO WS-MONTH-LIMIT.
003940     IF WS-CD-MM = 2
003950         DIVIDE WS-CD-YYYY BY 4
003960             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
003970         IF WS-LEAP-REM = ZERO
003980             DIVIDE WS-CD-YYYY BY 100
003990                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
004000             IF WS-LEAP-REM NOT = ZERO
004010                 MOVE 29 TO WS-MONTH-LIMIT
004020             ELSE
004030                 DIVIDE WS-CD-YYYY BY 400
004040                     GIVING WS-LEAP-QUOT
004050                     REMAINDER WS-LEAP-REM
004060                 IF WS-LEAP-REM = ZERO
004070                     MOVE 29 TO WS-MONTH-LIMIT
004080                 END-IF
004090             END-IF
004100         END-IF
004110     END-IF.
004120 1150-EXIT.
004130     EXIT.
004140*----------------------------------------------------------*
004142* 1200-READ-SEQUENCE -- FETCH THE DATED TRAN-ID YEAR AND    *
004144*                 NEXT SERIAL FROM THE SEQUENCE CONTROL     *
004146*                 FILE.  A MISSING OR EMPTY FILE, OR ONE    *
004148*                 CUT BEFORE THE DATED FIELDS EXISTED,      *
004150*                 STARTS THE CURRENT YEAR AT SERIAL 1; A    *
004152*                 NEW YEAR RESTARTS THE SERIAL, BUT THE ID  *
004154*                 YEAR NEVER GOES BACK.                     *
004160*----------------------------------------------------------*
004170 1200-READ-SEQUENCE.
004175     MOVE ZERO TO WS-LEGACY-NUMBER.
004180     MOVE ZERO TO WS-ID-YEAR.
004185     MOVE 1 TO WS-NEXT-SERIAL.
004190     OPEN INPUT TRAN-SEQ-FILE.
004195     IF WS-SEQ-STATUS NOT = "00"
004200         GO TO 1210-SET-ID-YEAR
004205     END-IF.
004210     READ TRAN-SEQ-FILE
004215         AT END
004220             CONTINUE
004225         NOT AT END
004230             IF SEQ-NEXT-NUMBER IS NUMERIC
004235                 MOVE SEQ-NEXT-NUMBER TO WS-LEGACY-NUMBER
004240             END-IF
004245             IF SEQ-ID-YEAR IS NUMERIC
004250              AND SEQ-NEXT-SERIAL IS NUMERIC
004255              AND SEQ-NEXT-SERIAL > ZERO
004260                 MOVE SEQ-ID-YEAR TO WS-ID-YEAR
004265                 MOVE SEQ-NEXT-SERIAL TO WS-NEXT-SERIAL
004270             END-IF
004275     END-READ.
004280     CLOSE TRAN-SEQ-FILE.
004285 1210-SET-ID-YEAR.
004290     ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD.
004295     IF WS-TODAY-YEAR > WS-ID-YEAR
004300         MOVE WS-TODAY-YEAR TO WS-ID-YEAR
004305         MOVE 1 TO WS-NEXT-SERIAL
004310     END-IF.
004340 1200-EXIT.
004350     EXIT.
004351*----------------------------------------------------------*
004352* 1250-NEXT-TRAN-ID -- BUILD THE TRAN-ID FOR THE NEXT       *
004353*                 SERIAL: THE TWO-DIGIT ID YEAR AND THE     *
004354*                 SERIAL AS FOUR BASE-36 CHARACTERS.  THE   *
004355*                 CALLER ADDS ONE TO THE SERIAL ONCE THE ID *
004356*                 IS USED.  A SERIAL PAST "ZZZZ" ASSIGNS    *
004357*                 NOTHING AND SETS WS-ID-EXHAUSTED.         *
004358*----------------------------------------------------------*
004359 1250-NEXT-TRAN-ID.
004360     IF WS-NEXT-SERIAL > WS-SERIAL-LIMIT
004361         SET WS-ID-EXHAUSTED TO TRUE
004362         GO TO 1250-EXIT
004363     END-IF.
004364     SET WS-ID-AVAILABLE TO TRUE.
004365     MOVE WS-ID-YEAR-YY TO WS-ASSIGNED-YY.
004366     MOVE WS-NEXT-SERIAL TO WS-SERIAL-WORK.
004367     PERFORM 1260-ENCODE-ONE-CHAR THRU 1260-EXIT
004368         VARYING WS-ENCODE-POS FROM 4 BY -1
004369         UNTIL WS-ENCODE-POS < 1.
004370 1250-EXIT.
004371     EXIT.
004372 1260-ENCODE-ONE-CHAR.
004373     DIVIDE WS-SERIAL-WORK BY 36
004374         GIVING WS-SERIAL-QUOT REMAINDER WS-SERIAL-REM.
004375     ADD 1 TO WS-SERIAL-REM.
004376     MOVE WS-BASE36-CHAR(WS-SERIAL-REM)
004377         TO WS-ASSIGNED-SERIAL(WS-ENCODE-POS : 1).
004378     MOVE WS-SERIAL-QUOT TO WS-SERIAL-WORK.
004379 1260-EXIT.
004380     EXIT.
004381*----------------------------------------------------------*
004382* 1300-LOAD-CALENDAR -- PULL THE BUSINESS CALENDAR INTO     *
004383*                 STORAGE.  NO FILE JUST MEANS EVERY DATE   *
004390*                 IS TREATED AS A BUSINESS DAY.             *
004400*----------------------------------------------------------*
004410 1300-LOAD-CALENDAR.
004420     SET WS-CAL-NOT-EOF TO TRUE.
004430     MOVE ZERO TO WS-CAL-COUNT.
004440     OPEN INPUT CALENDAR-FILE.
004450     IF WS-CAL-STATUS NOT = "00"
004460         GO TO 1300-EXIT
004470     END-IF.
004480     PERFORM 1350-READ-ONE-DATE THRU 1350-EXIT
004490         UNTIL WS-CAL-EOF.
004500     CLOSE CALENDAR-FILE.
004510 1300-EXIT.
004520     EXIT.
004530 1350-READ-ONE-DATE.
004540     READ CALENDAR-FILE
004550         AT END
004560             SET WS-CAL-EOF TO TRUE
004570             GO TO 1350-EXIT
004580     END-READ.
004590     IF CAL-DATE IS NOT NUMERIC
004600         GO TO 1350-EXIT
004610     END-IF.
004620     IF WS-CAL-COUNT >= WS-CAL-MAX
004630         DISPLAY "CALCUL-FRAIS: CALENDAR TABLE "
004640                 "FULL - REMAINING DATES IGNORED."
004650         SET WS-CAL-EOF TO TRUE
004660         GO TO 1350-EXIT
004670     END-IF.
004680     ADD 1 TO WS-CAL-COUNT.
004690     MOVE CAL-DATE     TO WS-CL-DATE(WS-CAL-COUNT).
004700     MOVE CAL-DAY-TYPE TO WS-CL-TYPE(WS-CAL-COUNT).
004710 1350-EXIT.
004720     EXIT.
004730*----------------------------------------------------------*
004740* 1400-LOAD-SCHEDULE -- PULL EVERY ACTIVE, WELL-FORMED FEE  *
004750*                 SCHEDULE RECORD INTO STORAGE.  NO FILE    *
004760*                 MEANS NO FEES ARE RAISED.                 *
004770*----------------------------------------------------------*
004780 1400-LOAD-SCHEDULE.
004790     SET WS-FEE-NOT-EOF TO TRUE.
004800     OPEN INPUT FEE-SCHEDULE.
004810     IF WS-FEE-STATUS NOT = "00"
004820         DISPLAY "CALCUL-FRAIS: NO FEE SCHEDULE (FEESCHED) - "
004830                 "NO FEES WILL BE RAISED."
004840         GO TO 1400-EXIT
004850     END-IF.
004860     PERFORM 1450-READ-ONE-FEE THRU 1450-EXIT
004870         UNTIL WS-FEE-EOF.
004880     CLOSE FEE-SCHEDULE.
004890 1400-EXIT.
004900     EXIT.
004910 1450-READ-ONE-FEE.
004920     READ FEE-SCHEDULE
004930         AT END
004940             SET WS-FEE-EOF TO TRUE
004950             GO TO 1450-EXIT
004960     END-READ.
004970     ADD 1 TO WS-SCH-READ-COUNT.
004980     IF NOT FEE-ACTIVE
004990         ADD 1 TO WS-SCH-SKIP-COUNT
005000         GO TO 1450-EXIT
005010     END-IF.
005020     IF FEE-CODE = SPACES
005030      OR FEE-FLAT-AMOUNT IS NOT NUMERIC
005040      OR FEE-PERCENT-RATE IS NOT NUMERIC
005050      OR FEE-MIN-AMOUNT IS NOT NUMERIC
005060      OR FEE-MAX-AMOUNT IS NOT NUMERIC
005070         DISPLAY "CALCUL-FRAIS: FEE SCHEDULE RECORD " FEE-CODE
005080                 " " FEE-ACCOUNT " IS NOT VALID - IGNORED."
005090         ADD 1 TO WS-SCH-SKIP-COUNT
005100         GO TO 1450-EXIT
005110     END-IF.
005120     IF WS-SCH-COUNT >= WS-SCH-MAX
005130         DISPLAY "CALCUL-FRAIS: FEE SCHEDULE TABLE FULL - "
005140                 "REMAINING RECORDS IGNORED."
005150         ADD 1 TO WS-SCH-SKIP-COUNT
005160         SET WS-FEE-EOF TO TRUE
005170         GO TO 1450-EXIT
005180     END-IF.
005190     ADD 1 TO WS-SCH-COUNT.
005200     MOVE FEE-CODE         TO WS-SC-CODE(WS-SCH-COUNT).
005210     MOVE FEE-OP-CODE      TO WS-SC-OP(WS-SCH-COUNT).
005220     IF FEE-OP-CODE = SPACE
005230         MOVE "A" TO WS-SC-OP(WS-SCH-COUNT)
005240     END-IF.
005250     MOVE FEE-CURRENCY-CODE TO WS-SC-CURRENCY(WS-SCH-COUNT).
005260     IF FEE-CURRENCY-CODE = SPACES
005270         MOVE WS-BASE-CURRENCY TO WS-SC-CURRENCY(WS-SCH-COUNT)
005280     END-IF.
005290     MOVE FEE-ACCOUNT      TO WS-SC-ACCOUNT(WS-SCH-COUNT).
005300     MOVE FEE-FLAT-AMOUNT  TO WS-SC-FLAT(WS-SCH-COUNT).
005310     MOVE FEE-PERCENT-RATE TO WS-SC-PERCENT(WS-SCH-COUNT).
005320     MOVE FEE-MIN-AMOUNT   TO WS-SC-MIN(WS-SCH-COUNT).
005330     MOVE FEE-MAX-AMOUNT   TO WS-SC-MAX(WS-SCH-COUNT).
005340     MOVE FEE-DESC         TO WS-SC-DESC(WS-SCH-COUNT).
005350 1450-EXIT.
005360     EXIT.
005370*----------------------------------------------------------*
005380* 1500-LOAD-HELD-FEES -- NOTE THE TRIGGERING TRAN-ID OF     *
005390*                 EVERY FEE CHARGE ALREADY WAITING IN THE   *
005400*                 WAREHOUSE, SO A RERUN OF THIS STEP DOES   *
005410*                 NOT CHARGE THE SAME ITEM TWICE            *
005420*----------------------------------------------------------*
005430 1500-LOAD-HELD-FEES.
005440     SET WS-WHSE-NOT-EOF TO TRUE.
005450     OPEN INPUT WAREHOUSE-FILE.
005460     IF WS-WHSE-STATUS NOT = "00"
005470         GO TO 1500-EXIT
005480     END-IF.
005490     PERFORM 1550-READ-ONE-HELD THRU 1550-EXIT
005500         UNTIL WS-WHSE-EOF.
005510     CLOSE WAREHOUSE-FILE.
005520 1500-EXIT.
005530     EXIT.
005540 1550-READ-ONE-HELD.
005550     READ WAREHOUSE-FILE
005560         AT END
005570             SET WS-WHSE-EOF TO TRUE
005580             GO TO 1550-EXIT
005590     END-READ.
005600     MOVE WHS-TRAN-IMAGE TO FEE-TRAN-REC.
005610     IF NOT TRAN-FEE-CHARGE OF FEE-TRAN-REC
005620         GO TO 1550-EXIT
005630     END-IF.
005640     IF WS-HELD-COUNT >= WS-HELD-MAX
005650         DISPLAY "CALCUL-FRAIS: HELD-FEE TABLE FULL - A RERUN "
005660                 "MAY CHARGE SOME ITEMS AGAIN."
005670         SET WS-WHSE-EOF TO TRUE
005680         GO TO 1550-EXIT
005690     END-IF.
005700     ADD 1 TO WS-HELD-COUNT.
005710     MOVE TRAN-ORIG-ID OF FEE-TRAN-REC
005720         TO WS-HELD-TRIGGER(WS-HELD-COUNT).
005730 1550-EXIT.
005740     EXIT.
005750*----------------------------------------------------------*
005760* 2000-PRICE-ITEM -- PRICE ONE POSTED ITEM AGAINST THE      *
005770*                 SCHEDULE: EVERY FEE CODE WITH A MATCHING  *
005780*                 RECORD RAISES ONE FEE, AT ITS MOST        *
005790*                 SPECIFIC MATCHING RECORD                  *
005800*----------------------------------------------------------*
005810 2000-PRICE-ITEM.
005820     ADD 1 TO WS-READ-COUNT.
005830     IF TRAN-FEE-CHARGE OF ALLOUT-REC
005840         ADD 1 TO WS-FEE-ITEM-COUNT
005850         GO TO 2000-NEXT
005860     END-IF.
005870     IF TRAN-REV-OFFSET OF ALLOUT-REC
005880         ADD 1 TO WS-OFFSET-COUNT
005890         GO TO 2000-NEXT
005900     END-IF.
005910     IF TRAN-ACCOUNT OF ALLOUT-REC = SPACES
005920         ADD 1 TO WS-HOUSE-COUNT
005930         GO TO 2000-NEXT
005940     END-IF.
005950     IF TRAN-RESULT OF ALLOUT-REC IS NOT NUMERIC
005960      OR WS-SCH-COUNT = ZERO
005970         ADD 1 TO WS-UNPRICED-COUNT
005980         GO TO 2000-NEXT
005990     END-IF.
006000     PERFORM 2600-CHECK-HELD THRU 2600-EXIT.
006010     IF WS-ALREADY-HELD
006020         ADD 1 TO WS-RERUN-COUNT
006030         GO TO 2000-NEXT
006040     END-IF.
006050     MOVE TRAN-OP-CODE OF ALLOUT-REC TO WS-ITEM-OP.
006060     IF WS-ITEM-OP = SPACE
006070         MOVE "A" TO WS-ITEM-OP
006080     END-IF.
006090     MOVE TRAN-CURRENCY-CODE OF ALLOUT-REC TO WS-ITEM-CURRENCY.
006100     IF WS-ITEM-CURRENCY = SPACES
006110         MOVE WS-BASE-CURRENCY TO WS-ITEM-CURRENCY
006120     END-IF.
006130     IF TRAN-RESULT OF ALLOUT-REC < ZERO
006140         COMPUTE WS-ITEM-BASIS = ZERO - TRAN-RESULT OF ALLOUT-REC
006150     ELSE
006160         MOVE TRAN-RESULT OF ALLOUT-REC TO WS-ITEM-BASIS
006170     END-IF.
006180     PERFORM 2200-SCORE-ONE-ENTRY THRU 2200-EXIT
006190         VARYING WS-SCH-SUB FROM 1 BY 1
006200         UNTIL WS-SCH-SUB > WS-SCH-COUNT.
006210     SET WS-ITEM-NOT-CHARGED TO TRUE.
006220     PERFORM 2300-APPLY-ONE-ENTRY THRU 2300-EXIT
006230         VARYING WS-SCH-SUB FROM 1 BY 1
006240         UNTIL WS-SCH-SUB > WS-SCH-COUNT.
006250     IF WS-ITEM-CHARGED
006260         ADD 1 TO WS-CHARGED-COUNT
006270     ELSE
006280         ADD 1 TO WS-UNPRICED-COUNT
006290     END-IF.
006300 2000-NEXT.
006310     PERFORM 2100-READ-ALLOUT THRU 2100-EXIT.
006320 2000-EXIT.
006330     EXIT.
006340*----------------------------------------------------------*
006350* 2100-READ-ALLOUT -- READ ONE POSTED RESULT                *
006360*----------------------------------------------------------*
006370 2100-READ-ALLOUT.
006380     READ TRAN-IN
006390         AT END SET WS-EOF TO TRUE
006400     END-READ.
006410 2100-EXIT.
006420     EXIT.
006430*----------------------------------------------------------*
006440* 2200-SCORE-ONE-ENTRY -- ZERO WHEN THE SCHEDULE RECORD     *
006450*                 DOES NOT APPLY TO THE ITEM, ELSE HOW      *
006460*                 SPECIFICALLY IT APPLIES                   *
006470*----------------------------------------------------------*
006480 2200-SCORE-ONE-ENTRY.
006490     MOVE ZERO TO WS-SC-SCORE(WS-SCH-SUB).
006500     MOVE 1 TO WS-WORK-SCORE.
006510     IF WS-SC-ACCOUNT(WS-SCH-SUB) NOT = "********"
006520         IF WS-SC-ACCOUNT(WS-SCH-SUB)
006530             NOT = TRAN-ACCOUNT OF ALLOUT-REC
006540             GO TO 2200-EXIT
006550         END-IF
006560         ADD 4 TO WS-WORK-SCORE
006570     END-IF.
006580     IF WS-SC-CURRENCY(WS-SCH-SUB) NOT = "***"
006590         IF WS-SC-CURRENCY(WS-SCH-SUB) NOT = WS-ITEM-CURRENCY
006600             GO TO 2200-EXIT
006610         END-IF
006620         ADD 2 TO WS-WORK-SCORE
006630     END-IF.
006640     IF WS-SC-OP(WS-SCH-SUB) NOT = "*"
006650         IF WS-SC-OP(WS-SCH-SUB) NOT = WS-ITEM-OP
006660             GO TO 2200-EXIT
006670         END-IF
006680         ADD 1 TO WS-WORK-SCORE
006690     END-IF.
006700     MOVE WS-WORK-SCORE TO WS-SC-SCORE(WS-SCH-SUB).
006710 2200-EXIT.
006720     EXIT.
006730*----------------------------------------------------------*
006740* 2300-APPLY-ONE-ENTRY -- A MATCHING RECORD RAISES ITS FEE  *
006750*                 UNLESS ANOTHER RECORD OF THE SAME FEE     *
006760*                 CODE MATCHES MORE SPECIFICALLY (OR AS     *
006770*                 SPECIFICALLY, EARLIER ON THE SCHEDULE)    *
006780*----------------------------------------------------------*
006790 2300-APPLY-ONE-ENTRY.
006800     IF WS-SC-SCORE(WS-SCH-SUB) = ZERO
006810         GO TO 2300-EXIT
006820     END-IF.
006830     SET WS-ENTRY-WINS TO TRUE.
006840     PERFORM 2350-CHECK-RIVAL THRU 2350-EXIT
006850         VARYING WS-RIVAL-SUB FROM 1 BY 1
006860         UNTIL WS-RIVAL-SUB > WS-SCH-COUNT
006870            OR WS-ENTRY-BEATEN.
006880     IF WS-ENTRY-WINS
006890         PERFORM 2400-RAISE-FEE THRU 2400-EXIT
006900     END-IF.
006910 2300-EXIT.
006920     EXIT.
006930 2350-CHECK-RIVAL.
006940     IF WS-RIVAL-SUB = WS-SCH-SUB
006950      OR WS-SC-CODE(WS-RIVAL-SUB) NOT = WS-SC-CODE(WS-SCH-SUB)
006960         GO TO 2350-EXIT
006970     END-IF.
006980     IF WS-SC-SCORE(WS-RIVAL-SUB) > WS-SC-SCORE(WS-SCH-SUB)
006990         SET WS-ENTRY-BEATEN TO TRUE
007000     END-IF.
007010     IF WS-SC-SCORE(WS-RIVAL-SUB) = WS-SC-SCORE(WS-SCH-SUB)
007020      AND WS-RIVAL-SUB < WS-SCH-SUB
007030         SET WS-ENTRY-BEATEN TO TRUE
007040     END-IF.
007050 2350-EXIT.
007060     EXIT.
007070*----------------------------------------------------------*
007080* 2400-RAISE-FEE -- WORK OUT THE FEE, BUILD THE CHARGE      *
007090*                 TRANSACTION AND PUT IT IN THE WAREHOUSE   *
007100*                 FOR THE DECIMAL INPUT FILE                *
007110*----------------------------------------------------------*
007120 2400-RAISE-FEE.
007130     COMPUTE WS-FEE-WORK ROUNDED = WS-SC-FLAT(WS-SCH-SUB)
007140         + WS-ITEM-BASIS * WS-SC-PERCENT(WS-SCH-SUB) / 100.
007150     IF WS-FEE-WORK < WS-SC-MIN(WS-SCH-SUB)
007160         MOVE WS-SC-MIN(WS-SCH-SUB) TO WS-FEE-WORK
007170     END-IF.
007180     IF WS-SC-MAX(WS-SCH-SUB) > ZERO
007190      AND WS-FEE-WORK > WS-SC-MAX(WS-SCH-SUB)
007200         MOVE WS-SC-MAX(WS-SCH-SUB) TO WS-FEE-WORK
007210     END-IF.
007220     IF WS-FEE-WORK = ZERO
007230         GO TO 2400-EXIT
007240     END-IF.
007250     IF WS-FEE-WORK > WS-FEE-LIMIT
007260         ADD 1 TO WS-OVERSIZE-COUNT
007270         DISPLAY "CALCUL-FRAIS: FEE " WS-SC-CODE(WS-SCH-SUB)
007280                 " ON " TRAN-ID OF ALLOUT-REC
007290                 " DOES NOT FIT THE AMOUNT FIELD - NOT RAISED."
007300         GO TO 2400-EXIT
007310     END-IF.
007311     PERFORM 1250-NEXT-TRAN-ID THRU 1250-EXIT.
007312     IF WS-ID-EXHAUSTED
007313         ADD 1 TO WS-NO-ID-COUNT
007314         DISPLAY "CALCUL-FRAIS: FEE " WS-SC-CODE(WS-SCH-SUB)
007315                 " ON " TRAN-ID OF ALLOUT-REC
007316                 " - NO TRAN-IDS LEFT FOR " WS-ID-YEAR
007317                 " - NOT RAISED."
007318         GO TO 2400-EXIT
007319     END-IF.
007320     INITIALIZE FEE-TRAN-REC.
007340     MOVE WS-ASSIGNED-ID TO TRAN-ID OF FEE-TRAN-REC.
007350     ADD 1 TO WS-NEXT-SERIAL.
007360     MOVE WS-CHARGE-DATE TO TRAN-DATE OF FEE-TRAN-REC.
007370     MOVE WS-FEE-WORK    TO TRAN-NUM1 OF FEE-TRAN-REC.
007380     MOVE ZERO           TO TRAN-NUM2 OF FEE-TRAN-REC.
007390     SET TRAN-DEBIT   OF FEE-TRAN-REC TO TRUE.
007400     SET TRAN-DEBIT-2 OF FEE-TRAN-REC TO TRUE.
007410     MOVE "A" TO TRAN-OP-CODE OF FEE-TRAN-REC.
007420     MOVE SPACES TO TRAN-CURRENCY-CODE OF FEE-TRAN-REC.
007430     MOVE TRAN-ACCOUNT OF ALLOUT-REC
007440         TO TRAN-ACCOUNT OF FEE-TRAN-REC.
007450     MOVE SPACE TO TRAN-REV-IND OF FEE-TRAN-REC.
007460     MOVE TRAN-ID OF ALLOUT-REC TO TRAN-ORIG-ID OF FEE-TRAN-REC.
007470     MOVE SPACE TO TRAN-ADJ-IND OF FEE-TRAN-REC.
007480     MOVE SPACE TO TRAN-LIM-IND OF FEE-TRAN-REC.
007490     MOVE SPACE TO TRAN-DUP-IND OF FEE-TRAN-REC.
007500     SET TRAN-FEE-CHARGE OF FEE-TRAN-REC TO TRUE.
007510     MOVE SPACE TO TRAN-RESERVED OF FEE-TRAN-REC.
007520     INITIALIZE WAREHOUSE-RECORD.
007530     SET WHS-TARGET-DECIMAL TO TRUE.
007540     MOVE FEE-TRAN-REC TO WHS-TRAN-IMAGE.
007550     WRITE WAREHOUSE-RECORD.
007560     ADD 1 TO WS-RAISED-COUNT.
007570     ADD WS-FEE-WORK TO WS-RAISED-TOTAL.
007580     SET WS-ITEM-CHARGED TO TRUE.
007590     PERFORM 2500-REGISTER-FEE THRU 2500-EXIT.
007600 2400-EXIT.
007610     EXIT.
007620*----------------------------------------------------------*
007630* 2500-REGISTER-FEE -- ENTER THE FEE IN THE REGISTER TABLE, *
007640*                 IN ACCOUNT ORDER, AFTER ANY EARLIER FEES  *
007650*                 ON THE SAME ACCOUNT                       *
007660*----------------------------------------------------------*
007670 2500-REGISTER-FEE.
007680     IF WS-REG-COUNT >= WS-REG-MAX
007690         IF NOT WS-REGISTER-FULL
007700             DISPLAY "CALCUL-FRAIS: REGISTER TABLE FULL - FEES "
007710                     "STILL RAISED BUT NOT ALL LISTED."
007720             SET WS-REGISTER-FULL TO TRUE
007730         END-IF
007740         GO TO 2500-EXIT
007750     END-IF.
007760     MOVE WS-REG-COUNT TO WS-REG-SUB.
007770     PERFORM 2550-SHIFT-FEE-UP THRU 2550-EXIT
007780         UNTIL WS-REG-SUB = ZERO
007790            OR WS-RG-ACCOUNT(WS-REG-SUB)
007800                NOT > TRAN-ACCOUNT OF FEE-TRAN-REC.
007810     ADD 1 TO WS-REG-COUNT.
007820     COMPUTE WS-REG-HIT = WS-REG-SUB + 1.
007830     MOVE TRAN-ACCOUNT OF FEE-TRAN-REC
007840         TO WS-RG-ACCOUNT(WS-REG-HIT).
007850     MOVE TRAN-ID OF FEE-TRAN-REC   TO WS-RG-FEE-ID(WS-REG-HIT).
007860     MOVE TRAN-ID OF ALLOUT-REC
007870         TO WS-RG-TRIGGER-ID(WS-REG-HIT).
007880     MOVE WS-SC-CODE(WS-SCH-SUB)    TO WS-RG-CODE(WS-REG-HIT).
007890     MOVE WS-SC-DESC(WS-SCH-SUB)    TO WS-RG-DESC(WS-REG-HIT).
007900     MOVE WS-ITEM-BASIS             TO WS-RG-BASIS(WS-REG-HIT).
007910     MOVE WS-FEE-WORK               TO WS-RG-AMOUNT(WS-REG-HIT).
007920 2500-EXIT.
007930     EXIT.
007940*----------------------------------------------------------*
007950* 2550-SHIFT-FEE-UP -- MOVE ONE LATER ACCOUNT'S ENTRY UP A  *
007960*                 PLACE TO MAKE ROOM                        *
007970*----------------------------------------------------------*
007980 2550-SHIFT-FEE-UP.
007990     MOVE WS-REG-ENTRY(WS-REG-SUB)
008000         TO WS-REG-ENTRY(WS-REG-SUB + 1).
008010     SUBTRACT 1 FROM WS-REG-SUB.
008020 2550-EXIT.
008030     EXIT.
008040*----------------------------------------------------------*
008050* 2600-CHECK-HELD -- ARE THIS ITEM'S FEES ALREADY IN THE    *
008060*                 WAREHOUSE FROM AN EARLIER RUN OF THE STEP *
008070*----------------------------------------------------------*
008080 2600-CHECK-HELD.
008090     SET WS-NOT-HELD TO TRUE.
008100     PERFORM 2650-CHECK-ONE-HELD THRU 2650-EXIT
008110         VARYING WS-HELD-SUB FROM 1 BY 1
008120         UNTIL WS-HELD-SUB > WS-HELD-COUNT
008130            OR WS-ALREADY-HELD.
008140 2600-EXIT.
008150     EXIT.
008160 2650-CHECK-ONE-HELD.
008170     IF WS-HELD-TRIGGER(WS-HELD-SUB) = TRAN-ID OF ALLOUT-REC
008180         SET WS-ALREADY-HELD TO TRUE
008190     END-IF.
008200 2650-EXIT.
008210     EXIT.
008220*----------------------------------------------------------*
008230* 6000-PRINT-REGISTER -- EVERY FEE RAISED, BY ACCOUNT, WITH *
008240*                 A TOTAL PER ACCOUNT AND FOR THE RUN       *
008250*----------------------------------------------------------*
008260 6000-PRINT-REGISTER.
008270     PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT.
008280     IF WS-REG-COUNT = ZERO
008290         WRITE PRINT-LINE FROM NONE-LINE
008300         GO TO 6000-EXIT
008310     END-IF.
008320     MOVE WS-RG-ACCOUNT(1) TO WS-CURRENT-ACCOUNT.
008330     MOVE ZERO TO WS-ACCOUNT-FEES.
008340     MOVE ZERO TO WS-ACCOUNT-TOTAL.
008350     PERFORM 6100-PRINT-ONE-FEE THRU 6100-EXIT
008360         VARYING WS-REG-SUB FROM 1 BY 1
008370         UNTIL WS-REG-SUB > WS-REG-COUNT.
008380     PERFORM 6200-PRINT-ACCOUNT-TOTAL THRU 6200-EXIT.
008390     WRITE PRINT-LINE FROM SEPARATOR-LINE.
008400     MOVE WS-RAISED-COUNT TO GTL-FEES.
008410     MOVE WS-RAISED-TOTAL TO GTL-AMOUNT.
008420     WRITE PRINT-LINE FROM GRAND-TOTAL-LINE.
008430     IF WS-REGISTER-FULL
008440         WRITE PRINT-LINE FROM FULL-LINE
008450     END-IF.
008460 6000-EXIT.
008470     EXIT.
008480 6100-PRINT-ONE-FEE.
008490     IF WS-RG-ACCOUNT(WS-REG-SUB) NOT = WS-CURRENT-ACCOUNT
008500         PERFORM 6200-PRINT-ACCOUNT-TOTAL THRU 6200-EXIT
008510         MOVE WS-RG-ACCOUNT(WS-REG-SUB) TO WS-CURRENT-ACCOUNT
008520         MOVE ZERO TO WS-ACCOUNT-FEES
008530         MOVE ZERO TO WS-ACCOUNT-TOTAL
008540     END-IF.
008550     IF WS-LINE-CNT >= WS-MAX-LINES
008560         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
008570     END-IF.
008580     MOVE WS-RG-ACCOUNT(WS-REG-SUB)    TO DL-ACCOUNT.
008590     MOVE WS-RG-FEE-ID(WS-REG-SUB)     TO DL-FEE-ID.
008600     MOVE WS-RG-TRIGGER-ID(WS-REG-SUB) TO DL-TRIGGER-ID.
008610     MOVE WS-RG-CODE(WS-REG-SUB)       TO DL-CODE.
008620     MOVE WS-RG-DESC(WS-REG-SUB)       TO DL-DESC.
008630     MOVE WS-RG-BASIS(WS-REG-SUB)      TO DL-BASIS.
008640     MOVE WS-RG-AMOUNT(WS-REG-SUB)     TO DL-AMOUNT.
008650     WRITE PRINT-LINE FROM DETAIL-LINE.
008660     ADD 1 TO WS-LINE-CNT.
008670     ADD 1 TO WS-ACCOUNT-FEES.
008680     ADD WS-RG-AMOUNT(WS-REG-SUB) TO WS-ACCOUNT-TOTAL.
008690 6100-EXIT.
008700     EXIT.
008710*----------------------------------------------------------*
008720* 6200-PRINT-ACCOUNT-TOTAL -- CLOSE OFF ONE ACCOUNT         *
008730*----------------------------------------------------------*
008740 6200-PRINT-ACCOUNT-TOTAL.
008750     MOVE WS-CURRENT-ACCOUNT TO ATL-ACCOUNT.
008760     MOVE WS-ACCOUNT-FEES    TO ATL-FEES.
008770     MOVE WS-ACCOUNT-TOTAL   TO ATL-AMOUNT.
008780     WRITE PRINT-LINE FROM ACCOUNT-TOTAL-LINE.
008790     MOVE SPACES TO PRINT-LINE.
008800     WRITE PRINT-LINE.
008810     ADD 2 TO WS-LINE-CNT.
008820 6200-EXIT.
008830     EXIT.
008840*----------------------------------------------------------*
008850* 6500-PRINT-HEADINGS -- START A NEW FEE REGISTER PAGE      *
008860*----------------------------------------------------------*
008870 6500-PRINT-HEADINGS.
008880     MOVE WS-BUSINESS-DATE TO HL1-DATE.
008890     MOVE WS-PAGE-NO TO HL1-PAGE.
008900     MOVE WS-CHARGE-DATE TO HL2-CHARGE-DATE.
008910     WRITE PRINT-LINE FROM HEADING-LINE-1.
008920     WRITE PRINT-LINE FROM HEADING-LINE-2.
008930     WRITE PRINT-LINE FROM HEADING-LINE-3.
008940     WRITE PRINT-LINE FROM SEPARATOR-LINE.
008950     ADD 1 TO WS-PAGE-NO.
008960     MOVE ZERO TO WS-LINE-CNT.
008970 6500-EXIT.
008980     EXIT.
008990*----------------------------------------------------------*
009000* 7000-PRINT-SUMMARY -- WHAT WAS READ AND WHY EACH ITEM WAS *
009010*                 OR WAS NOT CHARGED                        *
009020*----------------------------------------------------------*
009030 7000-PRINT-SUMMARY.
009040     MOVE WS-BUSINESS-DATE TO SH-DATE.
009050     MOVE SPACES TO PRINT-LINE.
009060     WRITE PRINT-LINE.
009070     WRITE PRINT-LINE FROM SUMMARY-HEADING.
009080     WRITE PRINT-LINE FROM SEPARATOR-LINE.
009090     MOVE "FEE SCHEDULE RECORDS READ" TO SCL-CAPTION.
009100     MOVE WS-SCH-READ-COUNT TO SCL-COUNT.
009110     WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE.
009120     MOVE "FEE SCHEDULE RECORDS NOT IN USE" TO SCL-CAPTION.
009130     MOVE WS-SCH-SKIP-COUNT TO SCL-COUNT.
009140     WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE.
009150     MOVE "POSTED ITEMS READ" TO SCL-CAPTION.
009160     MOVE WS-READ-COUNT TO SCL-COUNT.
009170     WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE.
009180     MOVE "  FEE CHARGES (NOT CHARGED AGAIN)" TO SCL-CAPTION.
009190     MOVE WS-FEE-ITEM-COUNT TO SCL-COUNT.
009200     WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE.
009210     MOVE "  REVERSAL OFFSETS" TO SCL-CAPTION.
009220     MOVE WS-OFFSET-COUNT TO SCL-COUNT.
009230     WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE.
009240     MOVE "  HOUSE-ACCOUNT ITEMS" TO SCL-CAPTION.
009250     MOVE WS-HOUSE-COUNT TO SCL-COUNT.
009260     WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE.
009270     MOVE "  ALREADY CHARGED BY AN EARLIER RUN" TO SCL-CAPTION.
009280     MOVE WS-RERUN-COUNT TO SCL-COUNT.
009290     WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE.
009300     MOVE "  NO FEE ON THE SCHEDULE" TO SCL-CAPTION.
009310     MOVE WS-UNPRICED-COUNT TO SCL-COUNT.
009320     WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE.
009330     MOVE "  CHARGED" TO SCL-CAPTION.
009340     MOVE WS-CHARGED-COUNT TO SCL-COUNT.
009350     WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE.
009360     MOVE "FEES RAISED TO THE WAREHOUSE" TO SCL-CAPTION.
009370     MOVE WS-RAISED-COUNT TO SCL-COUNT.
009380     WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE.
009390     MOVE "FEES TOO LARGE TO RAISE" TO SCL-CAPTION.
009400     MOVE WS-OVERSIZE-COUNT TO SCL-COUNT.
009410     WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE.
009411     IF WS-NO-ID-COUNT > ZERO
009412         MOVE "FEES NOT RAISED - NO TRAN-ID LEFT" TO SCL-CAPTION
009413         MOVE WS-NO-ID-COUNT TO SCL-COUNT
009414         WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE
009415     END-IF.
009420     WRITE PRINT-LINE FROM SEPARATOR-LINE.
009430 7000-EXIT.
009440     EXIT.
009450*----------------------------------------------------------*
009460* 7600-NEXT-BUSINESS-DAY -- THE DUE DATE ITSELF WHEN THE    *
009470*                 CALENDAR CALLS IT A BUSINESS DAY (OR DOES *
009480*                 NOT KNOW IT), ELSE THE EARLIEST CALENDAR  *
009490*                 BUSINESS DAY AFTER IT - THE SAME RULE THE *
009500*                 WAREHOUSE RELEASE APPLIES                 *
009510*----------------------------------------------------------*
009520 7600-NEXT-BUSINESS-DAY.
009530     MOVE WS-DUE-DATE TO WS-EFFECTIVE-DATE.
009540     MOVE SPACE TO WS-DUE-TYPE.
009550     PERFORM 7650-TYPE-OF-DUE-DATE THRU 7650-EXIT
009560         VARYING WS-CAL-SUB FROM 1 BY 1
009570         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
009580     IF WS-DUE-TYPE = SPACE OR WS-DUE-TYPE = "B"
009590         GO TO 7600-EXIT
009600     END-IF.
009610     MOVE 99999999 TO WS-BEST-NEXT.
009620     PERFORM 7680-SCAN-FOR-NEXT THRU 7680-EXIT
009630         VARYING WS-CAL-SUB FROM 1 BY 1
009640         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
009650     IF WS-BEST-NEXT NOT = 99999999
009660         MOVE WS-BEST-NEXT TO WS-EFFECTIVE-DATE
009670     END-IF.
009680 7600-EXIT.
009690     EXIT.
009700 7650-TYPE-OF-DUE-DATE.
009710     IF WS-CL-DATE(WS-CAL-SUB) = WS-DUE-DATE
009720         MOVE WS-CL-TYPE(WS-CAL-SUB) TO WS-DUE-TYPE
009730     END-IF.
009740 7650-EXIT.
009750     EXIT.
009760 7680-SCAN-FOR-NEXT.
009770     IF WS-CL-TYPE(WS-CAL-SUB) = "B"
009780      AND WS-CL-DATE(WS-CAL-SUB) > WS-DUE-DATE
009790      AND WS-CL-DATE(WS-CAL-SUB) < WS-BEST-NEXT
009800         MOVE WS-CL-DATE(WS-CAL-SUB) TO WS-BEST-NEXT
009810     END-IF.
009820 7680-EXIT.
009830     EXIT.
009840*----------------------------------------------------------*
009850* 9000-TERMINATE -- CLOSE UP, SAVE THE SEQUENCE IF IT MOVED *
009860*                 AND REPORT VOLUME                         *
009870*----------------------------------------------------------*
009880 9000-TERMINATE.
009890     IF NOT WS-NO-ALLOUT
009900         CLOSE TRAN-IN
009910         CLOSE WAREHOUSE-FILE
009920     END-IF.
009930     CLOSE REPORT-OUT.
009940     IF WS-RAISED-COUNT > ZERO
009950         OPEN OUTPUT TRAN-SEQ-FILE
009960         INITIALIZE SEQ-RECORD
009965         MOVE WS-LEGACY-NUMBER TO SEQ-NEXT-NUMBER
009970         MOVE WS-ID-YEAR       TO SEQ-ID-YEAR
009975         MOVE WS-NEXT-SERIAL   TO SEQ-NEXT-SERIAL
009980         WRITE SEQ-RECORD
009990         CLOSE TRAN-SEQ-FILE
010000     END-IF.
010010     DISPLAY "CALCUL-FRAIS READ " WS-READ-COUNT
010020             " POSTED ITEM(S), RAISED " WS-RAISED-COUNT
010030             " FEE(S) FOR " WS-CHARGE-DATE ".".
010040 9000-EXIT.
010050     EXIT.
