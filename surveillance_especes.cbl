000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SURVEILLANCE-ESPECES.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  LARGE-CASH AND STRUCTURING  *
000110*                 WATCH FOR COMPLIANCE, RUN AFTER THE DAY   *
000120*                 IS ON THE HISTORY MASTER.  THE AMOUNT-    *
000130*                 LIMIT REFERRAL ONLY SEES ONE ITEM AT A    *
000140*                 TIME; THIS PROGRAM ADDS UP EVERY POSTED   *
000150*                 ITEM ON HISTMAST PER ACCOUNT AND          *
000160*                 PRESENTING CURRENCY OVER THE LAST         *
000170*                 CASHDAYS BUSINESS DAYS (DEFAULT 5,        *
000180*                 COUNTED ON BUSCAL, THE BUSINESS DATE      *
000190*                 INCLUDED).  AN ITEM'S AMOUNT IS THE       *
000200*                 LARGER OPERAND - THE MEASURE THE          *
000210*                 REFERRAL USES - AS HISTMAST HOLDS IT, IN  *
000220*                 THE BASE CURRENCY.  AN ACCOUNT IS         *
000230*                 REPORTED ON CASHRPT WHEN ITS BUSINESS-    *
000240*                 DATE TOTAL OR ITS WINDOW TOTAL IS OVER    *
000250*                 THE REPORTING THRESHOLD (CASHLIM, BASE    *
000260*                 UNITS; BY DEFAULT THE CURRENCY'S LIMTBL   *
000270*                 LIMIT BROUGHT TO BASE THROUGH CURRATES),  *
000280*                 OR WHEN CASHNEAR (DEFAULT 2) OR MORE OF   *
000290*                 ITS ITEMS IN THE WINDOW FALL JUST UNDER   *
000300*                 THE LIMIT - AT OR OVER CASHNEARPCT        *
000310*                 PERCENT OF IT (DEFAULT 90) WITHOUT        *
000320*                 GOING OVER.  EVERY CONTRIBUTING TRAN-ID   *
000330*                 IS LISTED UNDER ITS ACCOUNT.  FEE         *
000340*                 CHARGES, REVERSED ITEMS AND THEIR         *
000350*                 OFFSETS, AND ITEMS WITH NO ACCOUNT ARE    *
000360*                 NOT COUNTED.                              *
000370*----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT HISTORY-MASTER   ASSIGN TO HISTMAST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS HIST-TRAN-ID
000450         FILE STATUS IS WS-HIST-STATUS.
000460     SELECT CALENDAR-FILE    ASSIGN TO BUSCAL
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CAL-STATUS.
000490     SELECT CURRENCY-RATES   ASSIGN TO CURRATES
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RATE-STATUS.
000520     SELECT LIMITS-IN        ASSIGN TO LIMTBL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-LIMIT-STATUS.
000550     SELECT REPORT-OUT       ASSIGN TO CASHRPT
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570 DATA DIVISION.
000580 FILE SECTION.
000590*----------------------------------------------------------*
000600* HISTORY-MASTER -- ONE RECORD PER TRAN-ID, ALL DAYS, READ  *
000610*                 FRONT TO BACK INTO THE WORKING IMAGE      *
000620*----------------------------------------------------------*
000630 FD  HISTORY-MASTER.
000640 01  HIST-REC.
000650     05  HIST-TRAN-ID            PIC X(06).
000660     05  FILLER                  PIC X(56).
000670*----------------------------------------------------------*
000680* CALENDAR-FILE -- THE BUSINESS CALENDAR, LOADED AT START   *
000690*----------------------------------------------------------*
000700 FD  CALENDAR-FILE.
000710     COPY CALREC.
000720*----------------------------------------------------------*
000730* CURRENCY-RATES -- RATE TABLE, LOADED AT START             *
000740*----------------------------------------------------------*
000750 FD  CURRENCY-RATES.
000760     COPY CURREC.
000770*----------------------------------------------------------*
000780* LIMITS-IN -- AMOUNT-LIMIT TABLE, LOADED AT START          *
000790*----------------------------------------------------------*
000800 FD  LIMITS-IN.
000810     COPY LIMREC.
000820*----------------------------------------------------------*
000830* REPORT-OUT -- THE COMPLIANCE WATCH REPORT                 *
000840*----------------------------------------------------------*
000850 FD  REPORT-OUT.
000860 01  PRINT-LINE                  PIC X(80).
000870 WORKING-STORAGE SECTION.
000880*----------------------------------------------------------*
000890* SWITCHES AND STATUS FIELDS                                *
000900*----------------------------------------------------------*
000910 01  WS-HIST-STATUS              PIC X(02).
000920 01  WS-HIST-EOF-SW              PIC X(01).
000930     88  WS-HIST-EOF                   VALUE "Y".
000940     88  WS-HIST-NOT-EOF               VALUE "N".
000950 01  WS-PARM-SW                  PIC X(01).
000960     88  WS-PARM-VALID                 VALUE "Y".
000970     88  WS-PARM-INVALID               VALUE "N".
000980 01  WS-CASHLIM-SW               PIC X(01) VALUE "N".
000990     88  WS-CASHLIM-GIVEN              VALUE "Y".
001000*----------------------------------------------------------*
001010* BUSINESS DATE, WINDOW AND WATCH PARAMETERS                *
001020*----------------------------------------------------------*
001030 01  WS-BUSINESS-DATE            PIC 9(08).
001040 01  WS-BUSDATE-BUFFER           PIC X(08).
001050 01  WS-WINDOW-DAYS              PIC 9(02) VALUE 5.
001060 01  WS-NEAR-PCT                 PIC 9(03) VALUE 90.
001070 01  WS-NEAR-COUNT-MIN           PIC 9(02) VALUE 2.
001080 01  WS-CASHLIM                  PIC 9(09)V9(02) VALUE ZERO.
001090 01  WS-PARM-BUFFER              PIC X(09).
001100 01  WS-PARM-ZEROS               PIC X(09) VALUE "000000000".
001110 01  WS-PARM-ZF                  PIC X(09).
001120 01  WS-PARM-ZF-VALUE REDEFINES WS-PARM-ZF
001130                                 PIC 9(09).
001140 01  WS-PARM-LEN                 PIC 9(02) COMP.
001150 01  WS-WINDOW-START             PIC 9(08).
001160 01  WS-WIN-DATE                 PIC 9(08).
001170 01  WS-WIN-DATE-R REDEFINES WS-WIN-DATE.
001180     05  WS-WIN-YYYY             PIC 9(04).
001190     05  WS-WIN-MM               PIC 9(02).
001200     05  WS-WIN-DD               PIC 9(02).
001210 01  WS-WIN-BIZ-COUNT            PIC 9(03) COMP.
001220 01  WS-WIN-STEPS                PIC 9(04) COMP.
001230 01  WS-WIN-TYPE                 PIC X(01).
001240 01  WS-DAYS-IN-MONTH-VALUES     PIC X(24)
001250                                 VALUE "312831303130313130313031".
001260 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
001270     05  WS-DIM OCCURS 12 TIMES  PIC 9(02).
001280 01  WS-LEAP-QUOT                PIC 9(04) COMP.
001290 01  WS-LEAP-REM                 PIC 9(04) COMP.
001300*----------------------------------------------------------*
001310* BUSINESS CALENDAR TABLE                                   *
001320*----------------------------------------------------------*
001330 01  WS-CAL-STATUS               PIC X(02).
001340 01  WS-CAL-EOF-SW               PIC X(01).
001350     88  WS-CAL-EOF                    VALUE "Y".
001360     88  WS-CAL-NOT-EOF                VALUE "N".
001370 01  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
001380 01  WS-CAL-MAX                  PIC 9(04) COMP VALUE 800.
001390 01  WS-CAL-SUB                  PIC 9(04) COMP.
001400 01  WS-CAL-TABLE.
001410     05  WS-CAL-ENTRY OCCURS 800 TIMES.
001420         10  WS-CL-DATE          PIC 9(08).
001430         10  WS-CL-TYPE          PIC X(01).
001440*----------------------------------------------------------*
001450* CURRENCY RATE TABLE                                       *
001460*----------------------------------------------------------*
001470 01  WS-BASE-CURRENCY            PIC X(03) VALUE "EUR".
001480 01  WS-RATE-STATUS              PIC X(02).
001490 01  WS-RATE-EOF-SW              PIC X(01).
001500     88  WS-RATE-EOF                   VALUE "Y".
001510     88  WS-RATE-NOT-EOF               VALUE "N".
001520 01  WS-RATE-COUNT               PIC 9(03) COMP VALUE ZERO.
001530 01  WS-RATE-MAX                 PIC 9(03) COMP VALUE 200.
001540 01  WS-RATE-SUB                 PIC 9(03) COMP.
001550 01  WS-RATE-TABLE.
001560     05  WS-RATE-ENTRY OCCURS 200 TIMES.
001570         10  WS-RT-CODE          PIC X(03).
001580         10  WS-RT-EFF-DATE      PIC 9(08).
001590         10  WS-RT-RATE          PIC 9(03)V9(06).
001600 01  WS-RATE-FOUND-SW            PIC X(01).
001610     88  WS-RATE-FOUND                 VALUE "Y".
001620     88  WS-RATE-NOT-FOUND             VALUE "N".
001630 01  WS-BEST-DATE                PIC 9(08).
001640 01  WS-BEST-RATE                PIC 9(03)V9(06).
001650 01  WS-RATE-DATE                PIC 9(08).
001660*----------------------------------------------------------*
001670* AMOUNT-LIMIT TABLE - SPACES ROW IS THE BASE CURRENCY      *
001680*----------------------------------------------------------*
001690 01  WS-LIMIT-STATUS             PIC X(02).
001700 01  WS-LIMIT-EOF-SW             PIC X(01).
001710     88  WS-LIMIT-EOF                  VALUE "Y".
001720     88  WS-LIMIT-NOT-EOF              VALUE "N".
001730 01  WS-LIMIT-COUNT              PIC 9(03) COMP VALUE ZERO.
001740 01  WS-LIMIT-MAX                PIC 9(03) COMP VALUE 50.
001750 01  WS-LIMIT-SUB                PIC 9(03) COMP.
001760 01  WS-LIMIT-TABLE.
001770     05  WS-LIMIT-ENTRY OCCURS 50 TIMES.
001780         10  WS-LM-CURRENCY      PIC X(03).
001790         10  WS-LM-THRESHOLD     PIC 9(09)V9(02).
001800 01  WS-LIMIT-FOUND-SW           PIC X(01).
001810     88  WS-LIMIT-FOUND                VALUE "Y".
001820     88  WS-LIMIT-NOT-FOUND            VALUE "N".
001830 01  WS-LIM-KEY                  PIC X(03).
001840 01  WS-LIM-THRESHOLD            PIC 9(09)V9(02).
001850 01  WS-LIM-BASE-SW              PIC X(01).
001860     88  WS-LIM-BASE-KNOWN             VALUE "Y".
001870     88  WS-LIM-BASE-UNKNOWN           VALUE "N".
001880 01  WS-LIM-BASE                 PIC 9(11)V9(02).
001890 01  WS-NEAR-FLOOR               PIC 9(11)V9(02).
001900*----------------------------------------------------------*
001910* CONTROL TOTALS                                            *
001920*----------------------------------------------------------*
001930 01  WS-HIST-READ                PIC 9(7) COMP VALUE ZERO.
001940 01  WS-WINDOW-ITEMS             PIC 9(7) COMP VALUE ZERO.
001950 01  WS-EXCLUDED-ITEMS           PIC 9(7) COMP VALUE ZERO.
001960 01  WS-NO-LIMIT-ITEMS           PIC 9(7) COMP VALUE ZERO.
001970 01  WS-FLAGGED-COUNT            PIC 9(7) COMP VALUE ZERO.
001980 01  WS-DAY-OVER-COUNT           PIC 9(7) COMP VALUE ZERO.
001990 01  WS-WIN-OVER-COUNT           PIC 9(7) COMP VALUE ZERO.
002000 01  WS-NEAR-FLAG-COUNT          PIC 9(7) COMP VALUE ZERO.
002010 01  WS-NO-THRESH-COUNT          PIC 9(7) COMP VALUE ZERO.
002020*----------------------------------------------------------*
002030* THE ITEM BEING COUNTED                                    *
002040*----------------------------------------------------------*
002050 01  WS-HS-DATE-NUM              PIC 9(08).
002060 01  WS-HS-CURRENCY              PIC X(03).
002070 01  WS-HS-AMOUNT                PIC 9(05)V9(02).
002080 01  WS-HS-NEAR                  PIC X(01).
002090 COPY TRANREC.
002100*----------------------------------------------------------*
002110* ACCOUNT TABLE -- ONE SLOT PER ACCOUNT AND CURRENCY SEEN   *
002120* IN THE WINDOW                                             *
002130*----------------------------------------------------------*
002140 01  WS-ACCT-COUNT               PIC 9(04) COMP VALUE ZERO.
002150 01  WS-ACCT-MAX                 PIC 9(04) COMP VALUE 2000.
002160 01  WS-ACCT-SUB                 PIC 9(04) COMP.
002170 01  WS-ACCT-HIT                 PIC 9(04) COMP.
002180 01  WS-ACCT-LOST                PIC 9(7) COMP VALUE ZERO.
002190 01  WS-ACCT-TABLE.
002200     05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
002210         10  WS-AC-ACCOUNT       PIC X(08).
002220         10  WS-AC-CURRENCY      PIC X(03).
002230         10  WS-AC-DAY-ITEMS     PIC 9(05) COMP.
002240         10  WS-AC-DAY-TOTAL     PIC 9(11)V9(02) COMP-3.
002250         10  WS-AC-WIN-ITEMS     PIC 9(05) COMP.
002260         10  WS-AC-WIN-TOTAL     PIC 9(11)V9(02) COMP-3.
002270         10  WS-AC-NEAR-ITEMS    PIC 9(05) COMP.
002280         10  WS-AC-THRESHOLD     PIC 9(11)V9(02) COMP-3.
002290         10  WS-AC-THRESH-SW     PIC X(01).
002300         10  WS-AC-DAY-OVER      PIC X(01).
002310         10  WS-AC-WIN-OVER      PIC X(01).
002320         10  WS-AC-NEAR-FLAG     PIC X(01).
002330         10  WS-AC-FLAGGED       PIC X(01).
002340*----------------------------------------------------------*
002350* ITEM TABLE -- EVERY COUNTED ITEM, FOR THE CONTRIBUTING    *
002360* TRAN-ID LISTING                                           *
002370*----------------------------------------------------------*
002380 01  WS-ITEM-COUNT               PIC 9(05) COMP VALUE ZERO.
002390 01  WS-ITEM-MAX                 PIC 9(05) COMP VALUE 20000.
002400 01  WS-ITEM-SUB                 PIC 9(05) COMP.
002410 01  WS-ITEM-LOST                PIC 9(7) COMP VALUE ZERO.
002420 01  WS-ITEM-TABLE.
002430     05  WS-ITEM-ENTRY OCCURS 20000 TIMES.
002440         10  WS-IT-ACCT-SLOT     PIC 9(04) COMP.
002450         10  WS-IT-TRAN-ID       PIC X(06).
002460         10  WS-IT-DATE          PIC 9(08).
002470         10  WS-IT-AMOUNT        PIC 9(05)V9(02).
002480         10  WS-IT-NEAR          PIC X(01).
002490*----------------------------------------------------------*
002500* PAGE CONTROL                                              *
002510*----------------------------------------------------------*
002520 01  WS-PAGE-NO                  PIC 9(3) COMP VALUE 1.
002530 01  WS-LINE-CNT                 PIC 9(3) COMP VALUE 99.
002540 01  WS-MAX-LINES                PIC 9(3) COMP VALUE 50.
002550*----------------------------------------------------------*
002560* REPORT LINE LAYOUTS                                       *
002570*----------------------------------------------------------*
002580 01  SEPARATOR-LINE              PIC X(78) VALUE ALL "-".
002590 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
002600 01  HEADING-LINE-1.
002610     05  FILLER                  PIC X(33)
002620                     VALUE "LARGE-CASH AND STRUCTURING WATCH ".
002630     05  FILLER                  PIC X(04) VALUE "FOR ".
002640     05  HL1-DATE                PIC 9(08).
002650     05  FILLER                  PIC X(26) VALUE SPACES.
002660     05  FILLER                  PIC X(05) VALUE "PAGE ".
002670     05  HL1-PAGE                PIC ZZ9.
002680 01  HEADING-LINE-2.
002690     05  FILLER                  PIC X(07) VALUE "WINDOW ".
002700     05  HL2-DAYS                PIC Z9.
002710     05  FILLER                  PIC X(20)
002720                                 VALUE " BUSINESS DAYS FROM ".
002730     05  HL2-START               PIC 9(08).
002740     05  FILLER                  PIC X(14)
002750                                 VALUE "  NEAR-LIMIT: ".
002760     05  HL2-NEAR-COUNT          PIC Z9.
002770     05  FILLER                  PIC X(17)
002780                                 VALUE " OR MORE ITEMS >=".
002790     05  HL2-NEAR-PCT            PIC ZZ9.
002800     05  FILLER                  PIC X(01) VALUE "%".
002810 01  HEADING-LINE-3.
002820     05  FILLER                  PIC X(21)
002830                                 VALUE "REPORTING THRESHOLD: ".
002840     05  HL3-TEXT                PIC X(50).
002850 01  HL3-AMOUNT-TEXT.
002860     05  HL3-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
002870     05  FILLER                  PIC X(15)
002880                                 VALUE " BASE CURRENCY".
002890 01  ACCOUNT-LINE-1.
002900     05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
002910     05  AL1-ACCOUNT             PIC X(08).
002920     05  FILLER                  PIC X(11) VALUE "  CURRENCY ".
002930     05  AL1-CURRENCY            PIC X(03).
002940     05  FILLER                  PIC X(10) VALUE "  REASON: ".
002950     05  AL1-REASON              PIC X(40).
002960 01  ACCOUNT-LINE-2.
002970     05  FILLER                  PIC X(04) VALUE SPACES.
002980     05  FILLER                  PIC X(11) VALUE "THRESHOLD ".
002990     05  AL2-THRESHOLD           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003000     05  AL2-THRESHOLD-X REDEFINES AL2-THRESHOLD
003010                                 PIC X(17).
003020 01  ACCOUNT-LINE-3.
003030     05  FILLER                  PIC X(04) VALUE SPACES.
003040     05  FILLER                  PIC X(11) VALUE "DAY TOTAL ".
003050     05  AL3-DAY-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003060     05  FILLER                  PIC X(02) VALUE " (".
003070     05  AL3-DAY-ITEMS           PIC ZZ,ZZ9.
003080     05  FILLER                  PIC X(08) VALUE " ITEMS) ".
003090 01  ACCOUNT-LINE-4.
003100     05  FILLER                  PIC X(04) VALUE SPACES.
003110     05  FILLER                  PIC X(11) VALUE "WINDOW    ".
003120     05  AL4-WIN-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003130     05  FILLER                  PIC X(02) VALUE " (".
003140     05  AL4-WIN-ITEMS           PIC ZZ,ZZ9.
003150     05  FILLER                  PIC X(08) VALUE " ITEMS, ".
003160     05  AL4-NEAR-ITEMS          PIC ZZ,ZZ9.
003170     05  FILLER                  PIC X(12) VALUE " NEAR-LIMIT)".
003180 01  ITEM-HEAD-LINE.
003190     05  FILLER                  PIC X(08) VALUE SPACES.
003200     05  FILLER                  PIC X(08) VALUE "TRAN-ID".
003210     05  FILLER                  PIC X(10) VALUE "DATE".
003220     05  FILLER                  PIC X(09) VALUE "   AMOUNT".
003230 01  ITEM-LINE.
003240     05  FILLER                  PIC X(08) VALUE SPACES.
003250     05  IL-TRAN-ID              PIC X(06).
003260     05  FILLER                  PIC X(02) VALUE SPACES.
003270     05  IL-DATE                 PIC 9(08).
003280     05  FILLER                  PIC X(02) VALUE SPACES.
003290     05  IL-AMOUNT               PIC ZZ,ZZ9.99.
003300     05  FILLER                  PIC X(02) VALUE SPACES.
003310     05  IL-NEAR                 PIC X(10).
003320 01  NONE-LINE                   PIC X(50) VALUE
003330     "NO ACCOUNT CROSSED A THRESHOLD IN THE WINDOW.".
003340 01  PROOF-COUNT-LINE.
003350     05  PCL-CAPTION             PIC X(44).
003360     05  PCL-COUNT               PIC ZZZ,ZZ9.
003370 PROCEDURE DIVISION.
003380 0000-MAINLINE.
003390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003400     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT.
003410     PERFORM 3000-EVALUATE-ACCOUNTS THRU 3000-EXIT.
003420     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
003430     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003440     STOP RUN.
003450*----------------------------------------------------------*
003460* 1000-INITIALIZE -- BUSINESS DATE, PARAMETERS, CALENDAR,   *
003470*                    RATES, LIMITS AND THE WINDOW START     *
003480*----------------------------------------------------------*
003490 1000-INITIALIZE.
003500     ACCEPT WS-BUSDATE-BUFFER FROM ENVIRONMENT "BUSDATE".
003510     IF WS-BUSDATE-BUFFER IS NUMERIC
003520         MOVE WS-BUSDATE-BUFFER TO WS-BUSINESS-DATE
003530     ELSE
003540         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
003550     END-IF.
003560     PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT.
003570     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
003580     PERFORM 1500-LOAD-RATE-TABLE THRU 1500-EXIT.
003590     PERFORM 1600-LOAD-LIMIT-TABLE THRU 1600-EXIT.
003600     PERFORM 1700-FIND-WINDOW-START THRU 1700-EXIT.
003610     OPEN OUTPUT REPORT-OUT.
003620 1000-EXIT.
003630     EXIT.
003640*----------------------------------------------------------*
003650* 1100-GET-PARAMETERS -- CASHDAYS, CASHNEARPCT, CASHNEAR    *
003660*                 AND CASHLIM FROM THE ENVIRONMENT.  A      *
003670*                 MISSING, ZERO OR NON-NUMERIC VALUE KEEPS  *
003680*                 THE DEFAULT.                              *
003690*----------------------------------------------------------*
003700 1100-GET-PARAMETERS.
003710     ACCEPT WS-PARM-BUFFER FROM ENVIRONMENT "CASHDAYS".
003720     PERFORM 1150-ZERO-FILL THRU 1150-EXIT.
003730     IF WS-PARM-VALID
003740      AND WS-PARM-ZF-VALUE < 100
003750         MOVE WS-PARM-ZF-VALUE TO WS-WINDOW-DAYS
003760     END-IF.
003770     ACCEPT WS-PARM-BUFFER FROM ENVIRONMENT "CASHNEARPCT".
003780     PERFORM 1150-ZERO-FILL THRU 1150-EXIT.
003790     IF WS-PARM-VALID
003800      AND WS-PARM-ZF-VALUE < 100
003810         MOVE WS-PARM-ZF-VALUE TO WS-NEAR-PCT
003820     END-IF.
003830     ACCEPT WS-PARM-BUFFER FROM ENVIRONMENT "CASHNEAR".
003840     PERFORM 1150-ZERO-FILL THRU 1150-EXIT.
003850     IF WS-PARM-VALID
003860      AND WS-PARM-ZF-VALUE < 100
003870         MOVE WS-PARM-ZF-VALUE TO WS-NEAR-COUNT-MIN
003880     END-IF.
003890     ACCEPT WS-PARM-BUFFER FROM ENVIRONMENT "CASHLIM".
003900     PERFORM 1150-ZERO-FILL THRU 1150-EXIT.
003910     IF WS-PARM-VALID
003920         MOVE WS-PARM-ZF-VALUE TO WS-CASHLIM
003930         SET WS-CASHLIM-GIVEN TO TRUE
003940     END-IF.
003950 1100-EXIT.
003960     EXIT.
003970*----------------------------------------------------------*
003980* 1150-ZERO-FILL -- RIGHT-JUSTIFY AND ZERO-FILL THE VALUE   *
003990*                 IN WS-PARM-BUFFER; VALID ONLY IF IT IS    *
004000*                 ALL DIGITS AND NOT ZERO                   *
004010*----------------------------------------------------------*
004020 1150-ZERO-FILL.
004030     SET WS-PARM-INVALID TO TRUE.
004040     MOVE ZERO TO WS-PARM-LEN.
004050     INSPECT WS-PARM-BUFFER TALLYING WS-PARM-LEN
004060         FOR CHARACTERS BEFORE INITIAL SPACE.
004070     IF WS-PARM-LEN = ZERO
004080         GO TO 1150-EXIT
004090     END-IF.
004100     IF WS-PARM-LEN = 9
004110         MOVE WS-PARM-BUFFER TO WS-PARM-ZF
004120     ELSE
004130         STRING WS-PARM-ZEROS(1 : 9 - WS-PARM-LEN)
004140                    DELIMITED BY SIZE
004150                WS-PARM-BUFFER(1 : WS-PARM-LEN)
004160                    DELIMITED BY SIZE
004170             INTO WS-PARM-ZF
004180     END-IF.
004190     IF WS-PARM-ZF IS NUMERIC
004200      AND WS-PARM-ZF-VALUE > ZERO
004210         SET WS-PARM-VALID TO TRUE
004220     END-IF.
004230 1150-EXIT.
004240     EXIT.
004250*----------------------------------------------------------*
004260* 1300-LOAD-CALENDAR -- PULL THE BUSINESS CALENDAR INTO     *
004270*                 STORAGE.  NO FILE JUST MEANS EVERY DATE   *
004280*                 COUNTS AS A BUSINESS DAY.                 *
004290*----------------------------------------------------------*
004300 1300-LOAD-CALENDAR.
004310     SET WS-CAL-NOT-EOF TO TRUE.
004320     MOVE ZERO TO WS-CAL-COUNT.
004330     OPEN INPUT CALENDAR-FILE.
004340     IF WS-CAL-STATUS NOT = "00"
004350         GO TO 1300-EXIT
004360     END-IF.
004370     PERFORM 1350-READ-ONE-DATE THRU 1350-EXIT
004380         UNTIL WS-CAL-EOF.
004390     CLOSE CALENDAR-FILE.
004400 1300-EXIT.
004410     EXIT.
004420 1350-READ-ONE-DATE.
004430     READ CALENDAR-FILE
004440         AT END
004450             SET WS-CAL-EOF TO TRUE
004460             GO TO 1350-EXIT
004470     END-READ.
004480     IF CAL-DATE IS NOT NUMERIC
004490         GO TO 1350-EXIT
004500     END-IF.
004510     IF WS-CAL-COUNT >= WS-CAL-MAX
004520         DISPLAY "SURVEILLANCE-ESPECES: CALENDAR TABLE "
004530                 "FULL - REMAINING DATES IGNORED."
004540         SET WS-CAL-EOF TO TRUE
004550         GO TO 1350-EXIT
004560     END-IF.
004570     ADD 1 TO WS-CAL-COUNT.
004580     MOVE CAL-DATE     TO WS-CL-DATE(WS-CAL-COUNT).
004590     MOVE CAL-DAY-TYPE TO WS-CL-TYPE(WS-CAL-COUNT).
004600 1350-EXIT.
004610     EXIT.
004620*----------------------------------------------------------*
004630* 1500-LOAD-RATE-TABLE -- PULL THE WHOLE CURRENCY RATE FILE *
004640*                 INTO STORAGE.  NO FILE JUST MEANS NO      *
004650*                 FOREIGN-CURRENCY LIMIT CAN BE BROUGHT TO  *
004660*                 BASE.                                     *
004670*----------------------------------------------------------*
004680 1500-LOAD-RATE-TABLE.
004690     SET WS-RATE-NOT-EOF TO TRUE.
004700     MOVE ZERO TO WS-RATE-COUNT.
004710     OPEN INPUT CURRENCY-RATES.
004720     IF WS-RATE-STATUS NOT = "00"
004730         GO TO 1500-EXIT
004740     END-IF.
004750     PERFORM 1550-READ-ONE-RATE THRU 1550-EXIT
004760         UNTIL WS-RATE-EOF.
004770     CLOSE CURRENCY-RATES.
004780 1500-EXIT.
004790     EXIT.
004800 1550-READ-ONE-RATE.
004810     READ CURRENCY-RATES
004820         AT END
004830             SET WS-RATE-EOF TO TRUE
004840             GO TO 1550-EXIT
004850     END-READ.
004860     IF CUR-EFF-DATE IS NOT NUMERIC
004870      OR CUR-RATE IS NOT NUMERIC
004880         GO TO 1550-EXIT
004890     END-IF.
004900     IF WS-RATE-COUNT >= WS-RATE-MAX
004910         DISPLAY "SURVEILLANCE-ESPECES: RATE TABLE FULL - "
004920                 "REMAINING RATES IGNORED."
004930         SET WS-RATE-EOF TO TRUE
004940         GO TO 1550-EXIT
004950     END-IF.
004960     ADD 1 TO WS-RATE-COUNT.
004970     MOVE CUR-CODE     TO WS-RT-CODE(WS-RATE-COUNT).
004980     MOVE CUR-EFF-DATE TO WS-RT-EFF-DATE(WS-RATE-COUNT).
004990     MOVE CUR-RATE     TO WS-RT-RATE(WS-RATE-COUNT).
005000 1550-EXIT.
005010     EXIT.
005020*----------------------------------------------------------*
005030* 1600-LOAD-LIMIT-TABLE -- PULL THE AMOUNT-LIMIT FILE INTO  *
005040*                 STORAGE.  NO FILE MEANS NO LIMITS, SO     *
005050*                 ONLY CASHLIM CAN FLAG AN ACCOUNT.         *
005060*----------------------------------------------------------*
005070 1600-LOAD-LIMIT-TABLE.
005080     SET WS-LIMIT-NOT-EOF TO TRUE.
005090     MOVE ZERO TO WS-LIMIT-COUNT.
005100     OPEN INPUT LIMITS-IN.
005110     IF WS-LIMIT-STATUS NOT = "00"
005120         GO TO 1600-EXIT
005130     END-IF.
005140     PERFORM 1650-READ-ONE-LIMIT THRU 1650-EXIT
005150         UNTIL WS-LIMIT-EOF.
005160     CLOSE LIMITS-IN.
005170 1600-EXIT.
005180     EXIT.
005190 1650-READ-ONE-LIMIT.
005200     READ LIMITS-IN
005210         AT END
005220             SET WS-LIMIT-EOF TO TRUE
005230             GO TO 1650-EXIT
005240     END-READ.
005250     IF LIM-THRESHOLD IS NOT NUMERIC
005260         GO TO 1650-EXIT
005270     END-IF.
005280     IF WS-LIMIT-COUNT >= WS-LIMIT-MAX
005290         DISPLAY "SURVEILLANCE-ESPECES: LIMIT TABLE FULL - "
005300                 "REMAINING LIMITS IGNORED."
005310         SET WS-LIMIT-EOF TO TRUE
005320         GO TO 1650-EXIT
005330     END-IF.
005340     ADD 1 TO WS-LIMIT-COUNT.
005350     MOVE LIM-CURRENCY  TO WS-LM-CURRENCY(WS-LIMIT-COUNT).
005360     MOVE LIM-THRESHOLD TO WS-LM-THRESHOLD(WS-LIMIT-COUNT).
005370 1650-EXIT.
005380     EXIT.
005390*----------------------------------------------------------*
005400* 1700-FIND-WINDOW-START -- WALK BACK FROM THE BUSINESS     *
005410*                 DATE ONE CALENDAR DAY AT A TIME UNTIL THE *
005420*                 WINDOW HOLDS CASHDAYS BUSINESS DAYS,      *
005430*                 COUNTING THE BUSINESS DATE ITSELF; A DATE *
005440*                 THE CALENDAR DOES NOT KNOW COUNTS AS A    *
005450*                 BUSINESS DAY.  THE WALK IS BOUNDED SO A   *
005460*                 CALENDAR FULL OF HOLIDAYS CANNOT RUN IT   *
005470*                 AWAY.                                     *
005480*----------------------------------------------------------*
005490 1700-FIND-WINDOW-START.
005500     MOVE WS-BUSINESS-DATE TO WS-WIN-DATE.
005510     MOVE 1 TO WS-WIN-BIZ-COUNT.
005520     MOVE ZERO TO WS-WIN-STEPS.
005530     PERFORM 1750-STEP-BACK-ONE-DAY THRU 1750-EXIT
005540         UNTIL WS-WIN-BIZ-COUNT >= WS-WINDOW-DAYS
005550            OR WS-WIN-STEPS > 400.
005560     MOVE WS-WIN-DATE TO WS-WINDOW-START.
005570 1700-EXIT.
005580     EXIT.
005590 1750-STEP-BACK-ONE-DAY.
005600     ADD 1 TO WS-WIN-STEPS.
005610     IF WS-WIN-DD > 1
005620         SUBTRACT 1 FROM WS-WIN-DD
005630     ELSE
005640         IF WS-WIN-MM > 1
005650             SUBTRACT 1 FROM WS-WIN-MM
005660         ELSE
005670             MOVE 12 TO WS-WIN-MM
005680             SUBTRACT 1 FROM WS-WIN-YYYY
005690         END-IF
005700         MOVE WS-DIM(WS-WIN-MM) TO WS-WIN-DD
005710         IF WS-WIN-MM = 2
005720             PERFORM 1780-FEBRUARY-END THRU 1780-EXIT
005730         END-IF
005740     END-IF.
005750     MOVE SPACE TO WS-WIN-TYPE.
005760     PERFORM 1760-TYPE-OF-WIN-DATE THRU 1760-EXIT
005770         VARYING WS-CAL-SUB FROM 1 BY 1
005780         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
005790     IF WS-WIN-TYPE = SPACE OR WS-WIN-TYPE = "B"
005800         ADD 1 TO WS-WIN-BIZ-COUNT
005810     END-IF.
005820 1750-EXIT.
005830     EXIT.
005840 1760-TYPE-OF-WIN-DATE.
005850     IF WS-CL-DATE(WS-CAL-SUB) = WS-WIN-DATE
005860         MOVE WS-CL-TYPE(WS-CAL-SUB) TO WS-WIN-TYPE
005870     END-IF.
005880 1760-EXIT.
005890     EXIT.
005900 1780-FEBRUARY-END.
005910     DIVIDE WS-WIN-YYYY BY 4
005920         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
005930     IF WS-LEAP-REM = ZERO
005940         DIVIDE WS-WIN-YYYY BY 100
005950             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
005960         IF WS-LEAP-REM NOT = ZERO
005970             MOVE 29 TO WS-WIN-DD
005980         ELSE
005990             DIVIDE WS-WIN-YYYY BY 400
006000                 GIVING WS-LEAP-QUOT
006010                 REMAINDER WS-LEAP-REM
006020             IF WS-LEAP-REM = ZERO
006030                 MOVE 29 TO WS-WIN-DD
006040             END-IF
006050         END-IF
006060     END-IF.
006070 1780-EXIT.
006080     EXIT.
006090*----------------------------------------------------------*
006100* 2000-SCAN-HISTORY -- ONE PASS OF THE HISTORY MASTER.      *
006110*                 EVERY POSTED ITEM DATED INSIDE THE        *
006120*                 WINDOW IS ADDED TO ITS ACCOUNT AND        *
006130*                 CURRENCY.  NO HISTORY MASTER YET MEANS    *
006140*                 NOTHING TO WATCH.                         *
006150*----------------------------------------------------------*
006160 2000-SCAN-HISTORY.
006170     OPEN INPUT HISTORY-MASTER.
006180     IF WS-HIST-STATUS = "35"
006190         DISPLAY "SURVEILLANCE-ESPECES: NO HISTORY MASTER YET - "
006200                 "NOTHING TO WATCH."
006210         GO TO 2000-EXIT
006220     END-IF.
006230     IF WS-HIST-STATUS NOT = "00"
006240         DISPLAY "SURVEILLANCE-ESPECES: CANNOT OPEN HISTORY "
006250                 "MASTER, STATUS " WS-HIST-STATUS
006260                 " - ENDING WITH CONDITION CODE 8."
006270         MOVE 8 TO RETURN-CODE
006280         STOP RUN
006290     END-IF.
006300     SET WS-HIST-NOT-EOF TO TRUE.
006310     PERFORM 2100-COUNT-ONE-HISTORY THRU 2100-EXIT
006320         UNTIL WS-HIST-EOF.
006330     CLOSE HISTORY-MASTER.
006340 2000-EXIT.
006350     EXIT.
006360*----------------------------------------------------------*
006370* 2100-COUNT-ONE-HISTORY -- ONE HISTORY ITEM INTO ITS       *
006380*                 ACCOUNT'S DAY AND WINDOW TOTALS           *
006390*----------------------------------------------------------*
006400 2100-COUNT-ONE-HISTORY.
006410     READ HISTORY-MASTER NEXT RECORD
006420         INTO TRANSACTION-RECORD
006430         AT END
006440             SET WS-HIST-EOF TO TRUE
006450             GO TO 2100-EXIT
006460     END-READ.
006470     ADD 1 TO WS-HIST-READ.
006480     IF TRAN-DATE IS NOT NUMERIC
006490         GO TO 2100-EXIT
006500     END-IF.
006510     MOVE TRAN-DATE TO WS-HS-DATE-NUM.
006520     IF WS-HS-DATE-NUM < WS-WINDOW-START
006530      OR WS-HS-DATE-NUM > WS-BUSINESS-DATE
006540         GO TO 2100-EXIT
006550     END-IF.
006560     IF TRAN-REV-OFFSET
006570      OR TRAN-REVERSED
006580      OR TRAN-FEE-CHARGE
006590      OR TRAN-ACCOUNT = SPACES
006600         ADD 1 TO WS-EXCLUDED-ITEMS
006610         GO TO 2100-EXIT
006620     END-IF.
006630     IF TRAN-CURRENCY-CODE = SPACES
006640         MOVE WS-BASE-CURRENCY TO WS-HS-CURRENCY
006650     ELSE
006660         MOVE TRAN-CURRENCY-CODE TO WS-HS-CURRENCY
006670     END-IF.
006680     MOVE TRAN-NUM1 TO WS-HS-AMOUNT.
006690     IF TRAN-NUM2 > WS-HS-AMOUNT
006700         MOVE TRAN-NUM2 TO WS-HS-AMOUNT
006710     END-IF.
006720     PERFORM 2200-FIND-ACCOUNT THRU 2200-EXIT.
006730     IF WS-ACCT-HIT = ZERO
006740         GO TO 2100-EXIT
006750     END-IF.
006760     ADD 1 TO WS-WINDOW-ITEMS.
006770     ADD 1 TO WS-AC-WIN-ITEMS(WS-ACCT-HIT).
006780     ADD WS-HS-AMOUNT TO WS-AC-WIN-TOTAL(WS-ACCT-HIT).
006790     IF WS-HS-DATE-NUM = WS-BUSINESS-DATE
006800         ADD 1 TO WS-AC-DAY-ITEMS(WS-ACCT-HIT)
006810         ADD WS-HS-AMOUNT TO WS-AC-DAY-TOTAL(WS-ACCT-HIT)
006820     END-IF.
006830     PERFORM 2300-NEAR-LIMIT-TEST THRU 2300-EXIT.
006840     IF WS-HS-NEAR = "Y"
006850         ADD 1 TO WS-AC-NEAR-ITEMS(WS-ACCT-HIT)
006860     END-IF.
006870     PERFORM 2400-STORE-ITEM THRU 2400-EXIT.
006880 2100-EXIT.
006890     EXIT.
006900*----------------------------------------------------------*
006910* 2200-FIND-ACCOUNT -- THE SLOT FOR THE ITEM'S ACCOUNT AND  *
006920*                 CURRENCY, OPENED ON FIRST SIGHT           *
006930*----------------------------------------------------------*
006940 2200-FIND-ACCOUNT.
006950     MOVE ZERO TO WS-ACCT-HIT.
006960     PERFORM 2250-SCAN-ACCOUNTS THRU 2250-EXIT
006970         VARYING WS-ACCT-SUB FROM 1 BY 1
006980         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
006990            OR WS-ACCT-HIT > ZERO.
007000     IF WS-ACCT-HIT > ZERO
007010         GO TO 2200-EXIT
007020     END-IF.
007030     IF WS-ACCT-COUNT >= WS-ACCT-MAX
007040         ADD 1 TO WS-ACCT-LOST
007050         DISPLAY "SURVEILLANCE-ESPECES: ACCOUNT TABLE FULL - "
007060                 TRAN-ID " ON " TRAN-ACCOUNT " NOT WATCHED."
007070         GO TO 2200-EXIT
007080     END-IF.
007090     ADD 1 TO WS-ACCT-COUNT.
007100     MOVE WS-ACCT-COUNT TO WS-ACCT-HIT.
007110     MOVE TRAN-ACCOUNT   TO WS-AC-ACCOUNT(WS-ACCT-HIT).
007120     MOVE WS-HS-CURRENCY TO WS-AC-CURRENCY(WS-ACCT-HIT).
007130     MOVE ZERO TO WS-AC-DAY-ITEMS(WS-ACCT-HIT).
007140     MOVE ZERO TO WS-AC-DAY-TOTAL(WS-ACCT-HIT).
007150     MOVE ZERO TO WS-AC-WIN-ITEMS(WS-ACCT-HIT).
007160     MOVE ZERO TO WS-AC-WIN-TOTAL(WS-ACCT-HIT).
007170     MOVE ZERO TO WS-AC-NEAR-ITEMS(WS-ACCT-HIT).
007180     MOVE ZERO TO WS-AC-THRESHOLD(WS-ACCT-HIT).
007190     MOVE "N"  TO WS-AC-THRESH-SW(WS-ACCT-HIT).
007200     MOVE "N"  TO WS-AC-DAY-OVER(WS-ACCT-HIT).
007210     MOVE "N"  TO WS-AC-WIN-OVER(WS-ACCT-HIT).
007220     MOVE "N"  TO WS-AC-NEAR-FLAG(WS-ACCT-HIT).
007230     MOVE "N"  TO WS-AC-FLAGGED(WS-ACCT-HIT).
007240 2200-EXIT.
007250     EXIT.
007260 2250-SCAN-ACCOUNTS.
007270     IF WS-AC-ACCOUNT(WS-ACCT-SUB) = TRAN-ACCOUNT
007280      AND WS-AC-CURRENCY(WS-ACCT-SUB) = WS-HS-CURRENCY
007290         MOVE WS-ACCT-SUB TO WS-ACCT-HIT
007300     END-IF.
007310 2250-EXIT.
007320     EXIT.
007330*----------------------------------------------------------*
007340* 2300-NEAR-LIMIT-TEST -- IS THE ITEM JUST UNDER ITS        *
007350*                 CURRENCY'S REFERRAL LIMIT?  THE LIMIT IS  *
007360*                 BROUGHT TO BASE AT THE RATE IN EFFECT ON  *
007370*                 THE ITEM'S OWN DATE, THE RATE ITS AMOUNT  *
007380*                 WAS CONVERTED AT.                         *
007390*----------------------------------------------------------*
007400 2300-NEAR-LIMIT-TEST.
007410     MOVE "N" TO WS-HS-NEAR.
007420     MOVE WS-HS-DATE-NUM TO WS-RATE-DATE.
007430     PERFORM 7000-LIMIT-IN-BASE THRU 7000-EXIT.
007440     IF WS-LIM-BASE-UNKNOWN
007450         ADD 1 TO WS-NO-LIMIT-ITEMS
007460         GO TO 2300-EXIT
007470     END-IF.
007480     COMPUTE WS-NEAR-FLOOR ROUNDED =
007490         WS-LIM-BASE * WS-NEAR-PCT / 100.
007500     IF WS-HS-AMOUNT NOT < WS-NEAR-FLOOR
007510      AND WS-HS-AMOUNT NOT > WS-LIM-BASE
007520         MOVE "Y" TO WS-HS-NEAR
007530     END-IF.
007540 2300-EXIT.
007550     EXIT.
007560*----------------------------------------------------------*
007570* 2400-STORE-ITEM -- KEEP THE ITEM FOR ITS ACCOUNT'S        *
007580*                 CONTRIBUTING TRAN-ID LISTING              *
007590*----------------------------------------------------------*
007600 2400-STORE-ITEM.
007610     IF WS-ITEM-COUNT >= WS-ITEM-MAX
007620         ADD 1 TO WS-ITEM-LOST
007630         GO TO 2400-EXIT
007640     END-IF.
007650     ADD 1 TO WS-ITEM-COUNT.
007660     MOVE WS-ACCT-HIT    TO WS-IT-ACCT-SLOT(WS-ITEM-COUNT).
007670     MOVE TRAN-ID        TO WS-IT-TRAN-ID(WS-ITEM-COUNT).
007680     MOVE WS-HS-DATE-NUM TO WS-IT-DATE(WS-ITEM-COUNT).
007690     MOVE WS-HS-AMOUNT   TO WS-IT-AMOUNT(WS-ITEM-COUNT).
007700     MOVE WS-HS-NEAR     TO WS-IT-NEAR(WS-ITEM-COUNT).
007710 2400-EXIT.
007720     EXIT.
007730*----------------------------------------------------------*
007740* 3000-EVALUATE-ACCOUNTS -- SET EACH ACCOUNT'S THRESHOLD    *
007750*                 AND FLAG THOSE OVER IT OR WITH REPEATED   *
007760*                 NEAR-LIMIT ITEMS                          *
007770*----------------------------------------------------------*
007780 3000-EVALUATE-ACCOUNTS.
007790     PERFORM 3100-EVALUATE-ONE THRU 3100-EXIT
007800         VARYING WS-ACCT-SUB FROM 1 BY 1
007810         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
007820 3000-EXIT.
007830     EXIT.
007840 3100-EVALUATE-ONE.
007850     IF WS-CASHLIM-GIVEN
007860         MOVE WS-CASHLIM TO WS-AC-THRESHOLD(WS-ACCT-SUB)
007870         MOVE "Y" TO WS-AC-THRESH-SW(WS-ACCT-SUB)
007880     ELSE
007890         MOVE WS-AC-CURRENCY(WS-ACCT-SUB) TO WS-HS-CURRENCY
007900         MOVE WS-BUSINESS-DATE TO WS-RATE-DATE
007910         PERFORM 7000-LIMIT-IN-BASE THRU 7000-EXIT
007920         IF WS-LIM-BASE-KNOWN
007930             MOVE WS-LIM-BASE TO WS-AC-THRESHOLD(WS-ACCT-SUB)
007940             MOVE "Y" TO WS-AC-THRESH-SW(WS-ACCT-SUB)
007950         ELSE
007960             ADD 1 TO WS-NO-THRESH-COUNT
007970         END-IF
007980     END-IF.
007990     IF WS-AC-THRESH-SW(WS-ACCT-SUB) = "Y"
008000         IF WS-AC-DAY-TOTAL(WS-ACCT-SUB)
008010             > WS-AC-THRESHOLD(WS-ACCT-SUB)
008020             MOVE "Y" TO WS-AC-DAY-OVER(WS-ACCT-SUB)
008030             ADD 1 TO WS-DAY-OVER-COUNT
008040         END-IF
008050         IF WS-AC-WIN-TOTAL(WS-ACCT-SUB)
008060             > WS-AC-THRESHOLD(WS-ACCT-SUB)
008070             MOVE "Y" TO WS-AC-WIN-OVER(WS-ACCT-SUB)
008080             ADD 1 TO WS-WIN-OVER-COUNT
008090         END-IF
008100     END-IF.
008110     IF WS-AC-NEAR-ITEMS(WS-ACCT-SUB) >= WS-NEAR-COUNT-MIN
008120         MOVE "Y" TO WS-AC-NEAR-FLAG(WS-ACCT-SUB)
008130         ADD 1 TO WS-NEAR-FLAG-COUNT
008140     END-IF.
008150     IF WS-AC-DAY-OVER(WS-ACCT-SUB) = "Y"
008160      OR WS-AC-WIN-OVER(WS-ACCT-SUB) = "Y"
008170      OR WS-AC-NEAR-FLAG(WS-ACCT-SUB) = "Y"
008180         MOVE "Y" TO WS-AC-FLAGGED(WS-ACCT-SUB)
008190         ADD 1 TO WS-FLAGGED-COUNT
008200     END-IF.
008210 3100-EXIT.
008220     EXIT.
008230*----------------------------------------------------------*
008240* 4000-PRINT-REPORT -- ONE BLOCK PER FLAGGED ACCOUNT WITH   *
008250*                 ITS CONTRIBUTING TRAN-IDS, THEN THE       *
008260*                 CONTROL COUNTS                            *
008270*----------------------------------------------------------*
008280 4000-PRINT-REPORT.
008290     PERFORM 4900-PRINT-HEADINGS THRU 4900-EXIT.
008300     IF WS-FLAGGED-COUNT = ZERO
008310         WRITE PRINT-LINE FROM NONE-LINE
008320         ADD 1 TO WS-LINE-CNT
008330     END-IF.
008340     PERFORM 4100-PRINT-ONE-ACCOUNT THRU 4100-EXIT
008350         VARYING WS-ACCT-SUB FROM 1 BY 1
008360         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
008370     PERFORM 4800-PRINT-CONTROLS THRU 4800-EXIT.
008380 4000-EXIT.
008390     EXIT.
008400 4100-PRINT-ONE-ACCOUNT.
008410     IF WS-AC-FLAGGED(WS-ACCT-SUB) NOT = "Y"
008420         GO TO 4100-EXIT
008430     END-IF.
008440     IF WS-LINE-CNT + 7 > WS-MAX-LINES
008450         PERFORM 4900-PRINT-HEADINGS THRU 4900-EXIT
008460     END-IF.
008470     MOVE WS-AC-ACCOUNT(WS-ACCT-SUB)  TO AL1-ACCOUNT.
008480     MOVE WS-AC-CURRENCY(WS-ACCT-SUB) TO AL1-CURRENCY.
008490     MOVE SPACES TO AL1-REASON.
008500     EVALUATE TRUE
008510         WHEN WS-AC-DAY-OVER(WS-ACCT-SUB) = "Y"
008520             MOVE "DAY TOTAL OVER THRESHOLD" TO AL1-REASON
008530         WHEN WS-AC-WIN-OVER(WS-ACCT-SUB) = "Y"
008540             MOVE "WINDOW TOTAL OVER THRESHOLD" TO AL1-REASON
008550     END-EVALUATE.
008560     IF WS-AC-NEAR-FLAG(WS-ACCT-SUB) = "Y"
008570         IF AL1-REASON = SPACES
008580             MOVE "REPEATED NEAR-LIMIT AMOUNTS" TO AL1-REASON
008590         ELSE
008600             MOVE "OVER THRESHOLD, REPEATED NEAR-LIMIT"
008610                 TO AL1-REASON
008620         END-IF
008630     END-IF.
008640     IF WS-AC-THRESH-SW(WS-ACCT-SUB) = "Y"
008650         MOVE WS-AC-THRESHOLD(WS-ACCT-SUB) TO AL2-THRESHOLD
008660     ELSE
008670         MOVE "     NONE (NO LIMIT OR RATE)" TO AL2-THRESHOLD-X
008680     END-IF.
008690     MOVE WS-AC-DAY-TOTAL(WS-ACCT-SUB)  TO AL3-DAY-TOTAL.
008700     MOVE WS-AC-DAY-ITEMS(WS-ACCT-SUB)  TO AL3-DAY-ITEMS.
008710     MOVE WS-AC-WIN-TOTAL(WS-ACCT-SUB)  TO AL4-WIN-TOTAL.
008720     MOVE WS-AC-WIN-ITEMS(WS-ACCT-SUB)  TO AL4-WIN-ITEMS.
008730     MOVE WS-AC-NEAR-ITEMS(WS-ACCT-SUB) TO AL4-NEAR-ITEMS.
008740     WRITE PRINT-LINE FROM ACCOUNT-LINE-1.
008750     WRITE PRINT-LINE FROM ACCOUNT-LINE-2.
008760     WRITE PRINT-LINE FROM ACCOUNT-LINE-3.
008770     WRITE PRINT-LINE FROM ACCOUNT-LINE-4.
008780     WRITE PRINT-LINE FROM ITEM-HEAD-LINE.
008790     ADD 5 TO WS-LINE-CNT.
008800     PERFORM 4200-PRINT-ONE-ITEM THRU 4200-EXIT
008810         VARYING WS-ITEM-SUB FROM 1 BY 1
008820         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
008830     WRITE PRINT-LINE FROM BLANK-LINE.
008840     ADD 1 TO WS-LINE-CNT.
008850 4100-EXIT.
008860     EXIT.
008870 4200-PRINT-ONE-ITEM.
008880     IF WS-IT-ACCT-SLOT(WS-ITEM-SUB) NOT = WS-ACCT-SUB
008890         GO TO 4200-EXIT
008900     END-IF.
008910     IF WS-LINE-CNT >= WS-MAX-LINES
008920         PERFORM 4900-PRINT-HEADINGS THRU 4900-EXIT
008930         WRITE PRINT-LINE FROM ACCOUNT-LINE-1
008940         WRITE PRINT-LINE FROM ITEM-HEAD-LINE
008950         ADD 2 TO WS-LINE-CNT
008960     END-IF.
008970     MOVE WS-IT-TRAN-ID(WS-ITEM-SUB) TO IL-TRAN-ID.
008980     MOVE WS-IT-DATE(WS-ITEM-SUB)    TO IL-DATE.
008990     MOVE WS-IT-AMOUNT(WS-ITEM-SUB)  TO IL-AMOUNT.
009000     IF WS-IT-NEAR(WS-ITEM-SUB) = "Y"
009010         MOVE "NEAR-LIMIT" TO IL-NEAR
009020     ELSE
009030         MOVE SPACES TO IL-NEAR
009040     END-IF.
009050     WRITE PRINT-LINE FROM ITEM-LINE.
009060     ADD 1 TO WS-LINE-CNT.
009070 4200-EXIT.
009080     EXIT.
009090*----------------------------------------------------------*
009100* 4800-PRINT-CONTROLS -- WHAT WAS READ, COUNTED AND FLAGGED *
009110*----------------------------------------------------------*
009120 4800-PRINT-CONTROLS.
009130     IF WS-LINE-CNT + 14 > WS-MAX-LINES
009140         PERFORM 4900-PRINT-HEADINGS THRU 4900-EXIT
009150     END-IF.
009160     WRITE PRINT-LINE FROM SEPARATOR-LINE.
009170     MOVE "HISTORY ITEMS READ:" TO PCL-CAPTION.
009180     MOVE WS-HIST-READ TO PCL-COUNT.
009190     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
009200     MOVE "ITEMS COUNTED IN THE WINDOW:" TO PCL-CAPTION.
009210     MOVE WS-WINDOW-ITEMS TO PCL-COUNT.
009220     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
009230     MOVE "ITEMS NOT COUNTED (FEE/REVERSAL/NO ACCOUNT):"
009240         TO PCL-CAPTION.
009250     MOVE WS-EXCLUDED-ITEMS TO PCL-COUNT.
009260     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
009270     MOVE "ITEMS WITH NO LIMIT OR RATE FOR NEAR-LIMIT:"
009280         TO PCL-CAPTION.
009290     MOVE WS-NO-LIMIT-ITEMS TO PCL-COUNT.
009300     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
009310     MOVE "ACCOUNT/CURRENCY PAIRS WATCHED:" TO PCL-CAPTION.
009320     MOVE WS-ACCT-COUNT TO PCL-COUNT.
009330     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
009340     MOVE "    WITH NO REPORTING THRESHOLD:" TO PCL-CAPTION.
009350     MOVE WS-NO-THRESH-COUNT TO PCL-COUNT.
009360     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
009370     MOVE "ACCOUNTS REPORTED:" TO PCL-CAPTION.
009380     MOVE WS-FLAGGED-COUNT TO PCL-COUNT.
009390     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
009400     MOVE "    DAY TOTAL OVER THRESHOLD:" TO PCL-CAPTION.
009410     MOVE WS-DAY-OVER-COUNT TO PCL-COUNT.
009420     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
009430     MOVE "    WINDOW TOTAL OVER THRESHOLD:" TO PCL-CAPTION.
009440     MOVE WS-WIN-OVER-COUNT TO PCL-COUNT.
009450     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
009460     MOVE "    REPEATED NEAR-LIMIT AMOUNTS:" TO PCL-CAPTION.
009470     MOVE WS-NEAR-FLAG-COUNT TO PCL-COUNT.
009480     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
009490     IF WS-ACCT-LOST > ZERO
009500         MOVE "ITEMS NOT WATCHED (ACCOUNT TABLE FULL):"
009510             TO PCL-CAPTION
009520         MOVE WS-ACCT-LOST TO PCL-COUNT
009530         WRITE PRINT-LINE FROM PROOF-COUNT-LINE
009540     END-IF.
009550     IF WS-ITEM-LOST > ZERO
009560         MOVE "ITEMS COUNTED BUT NOT LISTED (TABLE FULL):"
009570             TO PCL-CAPTION
009580         MOVE WS-ITEM-LOST TO PCL-COUNT
009590         WRITE PRINT-LINE FROM PROOF-COUNT-LINE
009600     END-IF.
009610 4800-EXIT.
009620     EXIT.
009630*----------------------------------------------------------*
009640* 4900-PRINT-HEADINGS -- START A NEW WATCH REPORT PAGE      *
009650*----------------------------------------------------------*
009660 4900-PRINT-HEADINGS.
009670     MOVE WS-BUSINESS-DATE TO HL1-DATE.
009680     MOVE WS-PAGE-NO TO HL1-PAGE.
009690     MOVE WS-WINDOW-DAYS TO HL2-DAYS.
009700     MOVE WS-WINDOW-START TO HL2-START.
009710     MOVE WS-NEAR-COUNT-MIN TO HL2-NEAR-COUNT.
009720     MOVE WS-NEAR-PCT TO HL2-NEAR-PCT.
009730     IF WS-CASHLIM-GIVEN
009740         MOVE WS-CASHLIM TO HL3-AMOUNT
009750         MOVE HL3-AMOUNT-TEXT TO HL3-TEXT
009760     ELSE
009770         MOVE "EACH CURRENCY'S REFERRAL LIMIT IN BASE"
009780             TO HL3-TEXT
009790     END-IF.
009800     WRITE PRINT-LINE FROM HEADING-LINE-1.
009810     WRITE PRINT-LINE FROM HEADING-LINE-2.
009820     WRITE PRINT-LINE FROM HEADING-LINE-3.
009830     WRITE PRINT-LINE FROM SEPARATOR-LINE.
009840     ADD 1 TO WS-PAGE-NO.
009850     MOVE 4 TO WS-LINE-CNT.
009860 4900-EXIT.
009870     EXIT.
009880*----------------------------------------------------------*
009890* 7000-LIMIT-IN-BASE -- THE REFERRAL LIMIT FOR THE          *
009900*                 CURRENCY IN WS-HS-CURRENCY, BROUGHT TO    *
009910*                 BASE AT THE LATEST RATE EFFECTIVE ON OR   *
009920*                 BEFORE WS-RATE-DATE.  UNKNOWN IF THE      *
009930*                 CURRENCY HAS NO LIMIT ROW OR NO RATE.     *
009940*----------------------------------------------------------*
009950 7000-LIMIT-IN-BASE.
009960     SET WS-LIM-BASE-UNKNOWN TO TRUE.
009970     MOVE WS-HS-CURRENCY TO WS-LIM-KEY.
009980     IF WS-LIM-KEY = WS-BASE-CURRENCY
009990         MOVE SPACES TO WS-LIM-KEY
010000     END-IF.
010010     SET WS-LIMIT-NOT-FOUND TO TRUE.
010020     PERFORM 7050-SCAN-LIMITS THRU 7050-EXIT
010030         VARYING WS-LIMIT-SUB FROM 1 BY 1
010040         UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
010050            OR WS-LIMIT-FOUND.
010060     IF WS-LIMIT-NOT-FOUND
010070         GO TO 7000-EXIT
010080     END-IF.
010090     IF WS-LIM-KEY = SPACES
010100         MOVE WS-LIM-THRESHOLD TO WS-LIM-BASE
010110         SET WS-LIM-BASE-KNOWN TO TRUE
010120         GO TO 7000-EXIT
010130     END-IF.
010140     PERFORM 7100-FIND-RATE THRU 7100-EXIT.
010150     IF WS-RATE-NOT-FOUND
010160         GO TO 7000-EXIT
010170     END-IF.
010180     COMPUTE WS-LIM-BASE ROUNDED =
010190         WS-LIM-THRESHOLD * WS-BEST-RATE
010200         ON SIZE ERROR
010210             GO TO 7000-EXIT
010220     END-COMPUTE.
010230     SET WS-LIM-BASE-KNOWN TO TRUE.
010240 7000-EXIT.
010250     EXIT.
010260 7050-SCAN-LIMITS.
010270     IF WS-LM-CURRENCY(WS-LIMIT-SUB) = WS-LIM-KEY
010280         SET WS-LIMIT-FOUND TO TRUE
010290         MOVE WS-LM-THRESHOLD(WS-LIMIT-SUB)
010300             TO WS-LIM-THRESHOLD
010310     END-IF.
010320 7050-EXIT.
010330     EXIT.
010340*----------------------------------------------------------*
010350* 7100-FIND-RATE -- LATEST EFFECTIVE DATE NOT AFTER         *
010360*                 WS-RATE-DATE FOR THE CURRENCY             *
010370*----------------------------------------------------------*
010380 7100-FIND-RATE.
010390     SET WS-RATE-NOT-FOUND TO TRUE.
010400     MOVE ZERO TO WS-BEST-DATE.
010410     PERFORM 7150-CHECK-ONE-RATE THRU 7150-EXIT
010420         VARYING WS-RATE-SUB FROM 1 BY 1
010430         UNTIL WS-RATE-SUB > WS-RATE-COUNT.
010440 7100-EXIT.
010450     EXIT.
010460 7150-CHECK-ONE-RATE.
010470     IF WS-RT-CODE(WS-RATE-SUB) = WS-HS-CURRENCY
010480      AND WS-RT-EFF-DATE(WS-RATE-SUB) <= WS-RATE-DATE
010490      AND WS-RT-EFF-DATE(WS-RATE-SUB) >= WS-BEST-DATE
010500         SET WS-RATE-FOUND TO TRUE
010510         MOVE WS-RT-EFF-DATE(WS-RATE-SUB) TO WS-BEST-DATE
010520         MOVE WS-RT-RATE(WS-RATE-SUB)     TO WS-BEST-RATE
010530     END-IF.
010540 7150-EXIT.
010550     EXIT.
010560*----------------------------------------------------------*
010570* 9000-TERMINATE -- CLOSE THE REPORT AND NAME THE COUNT OF  *
010580*                 ACCOUNTS REPORTED ON THE JOB LOG          *
010590*----------------------------------------------------------*
010600 9000-TERMINATE.
010610     CLOSE REPORT-OUT.
010620     DISPLAY "SURVEILLANCE-ESPECES: " WS-WINDOW-ITEMS
010630             " ITEMS WATCHED, " WS-FLAGGED-COUNT
010640             " ACCOUNTS REPORTED.".
010650     MOVE ZERO TO RETURN-CODE.
010660 9000-EXIT.
010670     EXIT.
