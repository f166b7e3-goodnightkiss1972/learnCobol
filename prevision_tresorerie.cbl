000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PREVISION-TRESORERIE.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  FORWARD CASH-FLOW           *
000110*                 PROJECTION FOR TREASURY.  EXPANDS WHAT IS *
000120*                 ALREADY KNOWN ABOUT THE COMING DAYS - THE *
000130*                 FUTURE-DATED ITEMS HELD ON THE PENDING    *
000140*                 WAREHOUSE (PENDWHSE) AND EVERY OCCURRENCE *
000150*                 OF THE ACTIVE STANDING ORDERS (ORDPERM) - *
000160*                 INTO A DAY-BY-DAY FORECAST OVER THE NEXT  *
000170*                 FCSTDAYS BUSINESS DAYS (DEFAULT 30,       *
000180*                 COUNTED ON BUSCAL AFTER THE BUSINESS      *
000190*                 DATE).  A DUE DATE ON A WEEKEND OR        *
000200*                 HOLIDAY MOVES TO THE NEXT BUSINESS DAY,   *
000210*                 THE SAME RULE LIBERATION-ATTENTE AND      *
000220*                 GENERATION-ORDRES APPLY.  EACH ITEM IS    *
000230*                 VALUED THE WAY THE LOT PROGRAMS WILL POST *
000240*                 IT - OPERANDS BROUGHT TO BASE THROUGH     *
000250*                 CURRATES, SIGNS AND OPERATION APPLIED -   *
000260*                 AND A POSITIVE RESULT IS A DEBIT, A       *
000270*                 NEGATIVE ONE A CREDIT, AS ON THE BALANCE  *
000280*                 MASTER.  CASHFCST SHOWS DEBITS, CREDITS   *
000290*                 AND NET BY DAY, ACCOUNT AND CURRENCY WITH *
000300*                 A RUNNING NET, THEN THE HORIZON TOTAL BY  *
000310*                 ACCOUNT AND CURRENCY.                     *
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT WHSE-IN          ASSIGN TO PENDWHSE
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-WHSE-STATUS.
000390     SELECT ORDER-IN         ASSIGN TO ORDPERM
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ORDER-STATUS.
000420     SELECT CALENDAR-FILE    ASSIGN TO BUSCAL
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CAL-STATUS.
000450     SELECT CURRENCY-RATES   ASSIGN TO CURRATES
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RATE-STATUS.
000480     SELECT REPORT-OUT       ASSIGN TO CASHFCST
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*----------------------------------------------------------*
000530* WHSE-IN -- THE PENDING WAREHOUSE, READ FRONT TO BACK      *
000540*----------------------------------------------------------*
000550 FD  WHSE-IN.
000560     COPY WHSEREC.
000570*----------------------------------------------------------*
000580* ORDER-IN -- THE STANDING-ORDERS FILE, READ FRONT TO BACK  *
000590*----------------------------------------------------------*
000600 FD  ORDER-IN.
000610     COPY ORDREC.
000620*----------------------------------------------------------*
000630* CALENDAR-FILE -- THE BUSINESS CALENDAR, LOADED AT START   *
000640*----------------------------------------------------------*
000650 FD  CALENDAR-FILE.
000660     COPY CALREC.
000670*----------------------------------------------------------*
000680* CURRENCY-RATES -- RATE TABLE, LOADED AT START             *
000690*----------------------------------------------------------*
000700 FD  CURRENCY-RATES.
000710     COPY CURREC.
000720*----------------------------------------------------------*
000730* REPORT-OUT -- THE CASH-FLOW PROJECTION REPORT             *
000740*----------------------------------------------------------*
000750 FD  REPORT-OUT.
000760 01  PRINT-LINE                  PIC X(80).
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------*
000790* SWITCHES AND STATUS FIELDS                                *
000800*----------------------------------------------------------*
000810 01  WS-WHSE-STATUS              PIC X(02).
000820 01  WS-WHSE-EOF-SW              PIC X(01).
000830     88  WS-WHSE-EOF                   VALUE "Y".
000840     88  WS-WHSE-NOT-EOF               VALUE "N".
000850 01  WS-ORDER-STATUS             PIC X(02).
000860 01  WS-ORDER-EOF-SW             PIC X(01).
000870     88  WS-ORDER-EOF                  VALUE "Y".
000880     88  WS-ORDER-NOT-EOF              VALUE "N".
000890 01  WS-PARM-SW                  PIC X(01).
000900     88  WS-PARM-VALID                 VALUE "Y".
000910     88  WS-PARM-INVALID               VALUE "N".
000920 01  WS-DUE-SW                   PIC X(01).
000930     88  WS-ORDER-DUE                  VALUE "Y".
000940     88  WS-ORDER-NOT-DUE              VALUE "N".
000950 01  WS-AMOUNT-SW                PIC X(01).
000960     88  WS-AMOUNT-OK                  VALUE "Y".
000970     88  WS-AMOUNT-UNPRICED            VALUE "R".
000980     88  WS-AMOUNT-INVALID             VALUE "N".
000990 01  WS-POSTED-SW                PIC X(01).
001000     88  WS-ITEM-POSTED                VALUE "Y".
001010     88  WS-ITEM-NOT-POSTED            VALUE "N".
001020 01  WS-SCAN-SW                  PIC X(01).
001030     88  WS-SCAN-DONE                  VALUE "Y".
001040     88  WS-SCAN-NOT-DONE              VALUE "N".
001050*----------------------------------------------------------*
001060* BUSINESS DATE AND PROJECTION PARAMETERS                   *
001070*----------------------------------------------------------*
001080 01  WS-BUSINESS-DATE            PIC 9(08).
001090 01  WS-BUSDATE-BUFFER           PIC X(08).
001100 01  WS-HORIZON-DAYS             PIC 9(03) VALUE 30.
001110 01  WS-HORIZON-MAX              PIC 9(03) VALUE 120.
001120 01  WS-PARM-BUFFER              PIC X(09).
001130 01  WS-PARM-ZEROS               PIC X(09) VALUE "000000000".
001140 01  WS-PARM-ZF                  PIC X(09).
001150 01  WS-PARM-ZF-VALUE REDEFINES WS-PARM-ZF
001160                                 PIC 9(09).
001170 01  WS-PARM-LEN                 PIC 9(02) COMP.
001180*----------------------------------------------------------*
001190* DATE WORK AREA FOR THE WALK FORWARD AND THE ORDER TESTS   *
001200*----------------------------------------------------------*
001210 01  WS-TEST-DATE                PIC 9(08).
001220 01  WS-TEST-DATE-R REDEFINES WS-TEST-DATE.
001230     05  WS-TD-YYYY              PIC 9(04).
001240     05  WS-TD-MM                PIC 9(02).
001250     05  WS-TD-DD                PIC 9(02).
001260 01  WS-TD-TYPE                  PIC X(01).
001270 01  WS-DAYS-IN-MONTH-VALUES     PIC X(24)
001280                                 VALUE "312831303130313130313031".
001290 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
001300     05  WS-DIM OCCURS 12 TIMES  PIC 9(02).
001310 01  WS-MONTH-LIMIT              PIC 9(02).
001320 01  WS-LEAP-QUOT                PIC 9(04) COMP.
001330 01  WS-LEAP-REM                 PIC 9(04) COMP.
001340*----------------------------------------------------------*
001350* DATE-TO-SERIAL-DAY FIELDS FOR THE WEEKLY-CYCLE CHECK      *
001360*----------------------------------------------------------*
001370 01  WS-DTS-DATE                 PIC 9(08).
001380 01  WS-DTS-DATE-R REDEFINES WS-DTS-DATE.
001390     05  WS-DTS-YYYY             PIC 9(04).
001400     05  WS-DTS-MM               PIC 9(02).
001410     05  WS-DTS-DD               PIC 9(02).
001420 01  WS-DTS-Y                    PIC 9(04) COMP.
001430 01  WS-DTS-M                    PIC 9(02) COMP.
001440 01  WS-DTS-SERIAL               PIC 9(08) COMP.
001450 01  WS-TEST-SERIAL              PIC 9(08) COMP.
001460 01  WS-START-SERIAL             PIC 9(08) COMP.
001470 01  WS-CYCLE-QUOT               PIC 9(08) COMP.
001480 01  WS-CYCLE-REM                PIC 9(04) COMP.
001490*----------------------------------------------------------*
001500* BUSINESS CALENDAR TABLE AND EFFECTIVE-DUE-DATE FIELDS     *
001510*----------------------------------------------------------*
001520 01  WS-CAL-STATUS               PIC X(02).
001530 01  WS-CAL-EOF-SW               PIC X(01).
001540     88  WS-CAL-EOF                    VALUE "Y".
001550     88  WS-CAL-NOT-EOF                VALUE "N".
001560 01  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
001570 01  WS-CAL-MAX                  PIC 9(04) COMP VALUE 800.
001580 01  WS-CAL-SUB                  PIC 9(04) COMP.
001590 01  WS-CAL-TABLE.
001600     05  WS-CAL-ENTRY OCCURS 800 TIMES.
001610         10  WS-CL-DATE          PIC 9(08).
001620         10  WS-CL-TYPE          PIC X(01).
001630 01  WS-DUE-DATE                 PIC 9(08).
001640 01  WS-EFFECTIVE-DATE           PIC 9(08).
001650 01  WS-DUE-TYPE                 PIC X(01).
001660 01  WS-BEST-NEXT                PIC 9(08).
001670*----------------------------------------------------------*
001680* CURRENCY RATE TABLE                                       *
001690*----------------------------------------------------------*
001700 01  WS-BASE-CURRENCY            PIC X(03) VALUE "EUR".
001710 01  WS-RATE-STATUS              PIC X(02).
001720 01  WS-RATE-EOF-SW              PIC X(01).
001730     88  WS-RATE-EOF                   VALUE "Y".
001740     88  WS-RATE-NOT-EOF               VALUE "N".
001750 01  WS-RATE-COUNT               PIC 9(03) COMP VALUE ZERO.
001760 01  WS-RATE-MAX                 PIC 9(03) COMP VALUE 200.
001770 01  WS-RATE-SUB                 PIC 9(03) COMP.
001780 01  WS-RATE-TABLE.
001790     05  WS-RATE-ENTRY OCCURS 200 TIMES.
001800         10  WS-RT-CODE          PIC X(03).
001810         10  WS-RT-EFF-DATE      PIC 9(08).
001820         10  WS-RT-RATE          PIC 9(03)V9(06).
001830 01  WS-RATE-FOUND-SW            PIC X(01).
001840     88  WS-RATE-FOUND                 VALUE "Y".
001850     88  WS-RATE-NOT-FOUND             VALUE "N".
001860 01  WS-BEST-DATE                PIC 9(08).
001870 01  WS-BEST-RATE                PIC 9(03)V9(06).
001880 01  WS-RATE-DATE                PIC 9(08).
001890*----------------------------------------------------------*
001900* CALENDAR SPAN -- EVERY DATE FROM THE DAY AFTER THE        *
001910* BUSINESS DATE TO THE LAST HORIZON DAY, WITH THE HORIZON   *
001920* DAY AN ITEM DUE ON IT WOULD BE RUN ON                     *
001930*----------------------------------------------------------*
001940 01  WS-SPAN-COUNT               PIC 9(03) COMP VALUE ZERO.
001950 01  WS-SPAN-MAX                 PIC 9(03) COMP VALUE 400.
001960 01  WS-SPAN-SUB                 PIC 9(03) COMP.
001970 01  WS-NEXT-HZ                  PIC 9(03) COMP.
001980 01  WS-SPAN-TABLE.
001990     05  WS-SPAN-ENTRY OCCURS 400 TIMES.
002000         10  WS-SP-DATE          PIC 9(08).
002010         10  WS-SP-BUSINESS      PIC X(01).
002020         10  WS-SP-HZ            PIC 9(03) COMP.
002030*----------------------------------------------------------*
002040* HORIZON -- ONE ENTRY PER BUSINESS DAY PROJECTED, WITH     *
002050* THE DAY'S TOTALS IN BASE                                  *
002060*----------------------------------------------------------*
002070 01  WS-HZ-COUNT                 PIC 9(03) COMP VALUE ZERO.
002080 01  WS-HZ-SUB                   PIC 9(03) COMP.
002090 01  WS-HZ-TABLE.
002100     05  WS-HZ-ENTRY OCCURS 120 TIMES.
002110         10  WS-HZ-DATE          PIC 9(08).
002120         10  WS-HZ-ITEMS         PIC 9(07) COMP.
002130         10  WS-HZ-DEBITS        PIC S9(11)V9(02) COMP-3.
002140         10  WS-HZ-CREDITS       PIC S9(11)V9(02) COMP-3.
002150*----------------------------------------------------------*
002160* THE ITEM BEING PROJECTED                                  *
002170*----------------------------------------------------------*
002180 COPY TRANREC.
002190 01  WS-ITEM-TAG                 PIC X(01).
002200 01  WS-ITEM-HZ                  PIC 9(03) COMP.
002210 01  WS-ITEM-ACCOUNT             PIC X(08).
002220 01  WS-ITEM-CURRENCY            PIC X(03).
002230 01  WS-CONV-NUM1                PIC 9(09)V9(02).
002240 01  WS-CONV-NUM2                PIC 9(09)V9(02).
002250 01  WS-SIGNED-NUM1              PIC S9(09)V9(02).
002260 01  WS-SIGNED-NUM2              PIC S9(09)V9(02).
002270 01  WS-ITEM-RESULT              PIC S9(11)V9(02).
002280 01  WS-ITEM-DEBIT               PIC S9(11)V9(02).
002290 01  WS-ITEM-CREDIT              PIC S9(11)V9(02).
002300 01  WS-LAST-HZ                  PIC 9(03) COMP.
002310 01  WS-ORDER-HITS               PIC 9(03) COMP.
002320*----------------------------------------------------------*
002330* DAY CELLS -- ONE PER HORIZON DAY, ACCOUNT AND CURRENCY,   *
002340* KEPT IN KEY ORDER; ONE SPARE ENTRY HOLDS THE END MARKER   *
002350*----------------------------------------------------------*
002360 01  WS-CELL-COUNT               PIC 9(04) COMP VALUE ZERO.
002370 01  WS-CELL-MAX                 PIC 9(04) COMP VALUE 6000.
002380 01  WS-CELL-SUB                 PIC 9(04) COMP.
002390 01  WS-CELL-HIT                 PIC 9(04) COMP.
002400 01  WS-CELL-CUR                 PIC 9(04) COMP.
002410 01  WS-INS-POS                  PIC 9(04) COMP.
002420 01  WS-MOVE-SUB                 PIC 9(04) COMP.
002430 01  WS-CELL-LOST                PIC 9(07) COMP VALUE ZERO.
002440 01  WS-NEW-CELL-KEY.
002450     05  WS-NK-HZ                PIC 9(03).
002460     05  WS-NK-ACCOUNT           PIC X(08).
002470     05  WS-NK-CURRENCY          PIC X(03).
002480 01  WS-CELL-TABLE.
002490     05  WS-CELL-ENTRY OCCURS 6001 TIMES.
002500         10  WS-CE-KEY.
002510             15  WS-CE-HZ        PIC 9(03).
002520             15  WS-CE-ACCOUNT   PIC X(08).
002530             15  WS-CE-CURRENCY  PIC X(03).
002540         10  WS-CE-ITEMS         PIC 9(05) COMP.
002550         10  WS-CE-DEBITS        PIC S9(11)V9(02) COMP-3.
002560         10  WS-CE-CREDITS       PIC S9(11)V9(02) COMP-3.
002570*----------------------------------------------------------*
002580* HORIZON TOTALS BY ACCOUNT AND CURRENCY, IN KEY ORDER      *
002590*----------------------------------------------------------*
002600 01  WS-SUM-COUNT                PIC 9(04) COMP VALUE ZERO.
002610 01  WS-SUM-MAX                  PIC 9(04) COMP VALUE 2000.
002620 01  WS-SUM-SUB                  PIC 9(04) COMP.
002630 01  WS-SUM-HIT                  PIC 9(04) COMP.
002640 01  WS-SUM-LOST                 PIC 9(07) COMP VALUE ZERO.
002650 01  WS-NEW-SUM-KEY.
002660     05  WS-NS-ACCOUNT           PIC X(08).
002670     05  WS-NS-CURRENCY          PIC X(03).
002680 01  WS-SUM-TABLE.
002690     05  WS-SUM-ENTRY OCCURS 2000 TIMES.
002700         10  WS-SU-KEY.
002710             15  WS-SU-ACCOUNT   PIC X(08).
002720             15  WS-SU-CURRENCY  PIC X(03).
002730         10  WS-SU-ITEMS         PIC 9(07) COMP.
002740         10  WS-SU-DEBITS        PIC S9(11)V9(02) COMP-3.
002750         10  WS-SU-CREDITS       PIC S9(11)V9(02) COMP-3.
002760*----------------------------------------------------------*
002770* CONTROL TOTALS                                            *
002780*----------------------------------------------------------*
002790 01  WS-WHSE-READ                PIC 9(07) COMP VALUE ZERO.
002800 01  WS-WHSE-PROJECTED           PIC 9(07) COMP VALUE ZERO.
002810 01  WS-WHSE-OVERDUE             PIC 9(07) COMP VALUE ZERO.
002820 01  WS-WHSE-BEYOND              PIC 9(07) COMP VALUE ZERO.
002830 01  WS-WHSE-BAD-DATE            PIC 9(07) COMP VALUE ZERO.
002840 01  WS-ORDER-READ               PIC 9(07) COMP VALUE ZERO.
002850 01  WS-ORDER-SKIPPED            PIC 9(07) COMP VALUE ZERO.
002860 01  WS-ORDER-DUE-COUNT          PIC 9(07) COMP VALUE ZERO.
002870 01  WS-ORDER-NONE-DUE           PIC 9(07) COMP VALUE ZERO.
002880 01  WS-ORDER-ITEMS              PIC 9(07) COMP VALUE ZERO.
002890 01  WS-UNPRICED-COUNT           PIC 9(07) COMP VALUE ZERO.
002900 01  WS-INVALID-COUNT            PIC 9(07) COMP VALUE ZERO.
002910 01  WS-PROJECTED-COUNT          PIC 9(07) COMP VALUE ZERO.
002920 01  WS-TOTAL-DEBITS             PIC S9(11)V9(02) COMP-3
002930                                 VALUE ZERO.
002940 01  WS-TOTAL-CREDITS            PIC S9(11)V9(02) COMP-3
002950                                 VALUE ZERO.
002960 01  WS-RUNNING-NET              PIC S9(11)V9(02) COMP-3
002970                                 VALUE ZERO.
002980*----------------------------------------------------------*
002990* PAGE CONTROL                                              *
003000*----------------------------------------------------------*
003010 01  WS-PAGE-NO                  PIC 9(3) COMP VALUE 1.
003020 01  WS-LINE-CNT                 PIC 9(3) COMP VALUE 99.
003030 01  WS-MAX-LINES                PIC 9(3) COMP VALUE 50.
003040 01  WS-SECTION-TITLE            PIC X(50).
003050 01  WS-FIRST-LINE-SW            PIC X(01).
003060     88  WS-FIRST-LINE                 VALUE "Y".
003070     88  WS-NOT-FIRST-LINE             VALUE "N".
003080*----------------------------------------------------------*
003090* REPORT LINE LAYOUTS                                       *
003100*----------------------------------------------------------*
003110 01  SEPARATOR-LINE              PIC X(78) VALUE ALL "-".
003120 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
003130 01  HEADING-LINE-1.
003140     05  FILLER                  PIC X(32)
003150                     VALUE "FORWARD CASH-FLOW PROJECTION AS ".
003160     05  FILLER                  PIC X(03) VALUE "AT ".
003170     05  HL1-DATE                PIC 9(08).
003180     05  FILLER                  PIC X(27) VALUE SPACES.
003190     05  FILLER                  PIC X(05) VALUE "PAGE ".
003200     05  HL1-PAGE                PIC ZZ9.
003210 01  HEADING-LINE-2.
003220     05  FILLER                  PIC X(08) VALUE "HORIZON ".
003230     05  HL2-DAYS                PIC ZZ9.
003240     05  FILLER                  PIC X(20)
003250                                 VALUE " BUSINESS DAYS FROM ".
003260     05  HL2-FROM                PIC 9(08).
003270     05  FILLER                  PIC X(04) VALUE " TO ".
003280     05  HL2-TO                  PIC 9(08).
003290     05  FILLER                  PIC X(19)
003300                                 VALUE "  AMOUNTS IN BASE (".
003310     05  HL2-BASE                PIC X(03).
003320     05  FILLER                  PIC X(01) VALUE ")".
003330 01  HEADING-LINE-3.
003340     05  HL3-TITLE               PIC X(50).
003350 01  HEADING-LINE-4.
003360     05  FILLER                  PIC X(10) VALUE "DATE".
003370     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
003380     05  FILLER                  PIC X(05) VALUE "CUR".
003390     05  FILLER                  PIC X(06) VALUE " ITEMS".
003400     05  FILLER                  PIC X(15)
003410                                 VALUE "         DEBITS".
003420     05  FILLER                  PIC X(15)
003430                                 VALUE "        CREDITS".
003440     05  FILLER                  PIC X(16)
003450                                 VALUE "             NET".
003460 01  DETAIL-LINE.
003470     05  DL-DATE                 PIC X(08).
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  DL-ACCOUNT              PIC X(08).
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  DL-CURRENCY             PIC X(03).
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  DL-ITEMS                PIC ZZ,ZZ9.
003540     05  FILLER                  PIC X(01) VALUE SPACE.
003550     05  DL-DEBITS               PIC ZZZ,ZZZ,ZZ9.99.
003560     05  FILLER                  PIC X(01) VALUE SPACE.
003570     05  DL-CREDITS              PIC ZZZ,ZZZ,ZZ9.99.
003580     05  FILLER                  PIC X(01) VALUE SPACE.
003590     05  DL-NET                  PIC -ZZZ,ZZZ,ZZ9.99.
003600 01  TOTAL-LINE.
003610     05  FILLER                  PIC X(10) VALUE SPACES.
003620     05  TL-CAPTION              PIC X(15).
003630     05  TL-ITEMS                PIC ZZ,ZZ9.
003640     05  FILLER                  PIC X(01) VALUE SPACE.
003650     05  TL-DEBITS               PIC ZZZ,ZZZ,ZZ9.99.
003660     05  FILLER                  PIC X(01) VALUE SPACE.
003670     05  TL-CREDITS              PIC ZZZ,ZZZ,ZZ9.99.
003680     05  FILLER                  PIC X(01) VALUE SPACE.
003690     05  TL-NET                  PIC -ZZZ,ZZZ,ZZ9.99.
003700 01  RUNNING-LINE.
003710     05  FILLER                  PIC X(10) VALUE SPACES.
003720     05  FILLER                  PIC X(15) VALUE "RUNNING NET".
003730     05  FILLER                  PIC X(37) VALUE SPACES.
003740     05  RL-NET                  PIC -ZZZ,ZZZ,ZZ9.99.
003750 01  NOTHING-LINE.
003760     05  NL-DATE                 PIC 9(08).
003770     05  FILLER                  PIC X(02) VALUE SPACES.
003780     05  FILLER                  PIC X(20)
003790                                 VALUE "NOTHING PROJECTED".
003800 01  PROOF-COUNT-LINE.
003810     05  PCL-CAPTION             PIC X(44).
003820     05  PCL-COUNT               PIC ZZZ,ZZ9.
003830 PROCEDURE DIVISION.
003840 0000-MAINLINE.
003850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003860     PERFORM 2000-PROJECT-WAREHOUSE THRU 2000-EXIT.
003870     PERFORM 3000-PROJECT-ORDERS THRU 3000-EXIT.
003880     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
003890     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003900     STOP RUN.
003910*----------------------------------------------------------*
003920* 1000-INITIALIZE -- BUSINESS DATE, HORIZON, CALENDAR AND   *
003930*                    RATES                                  *
003940*----------------------------------------------------------*
003950 1000-INITIALIZE.
003960     ACCEPT WS-BUSDATE-BUFFER FROM ENVIRONMENT "BUSDATE".
003970     IF WS-BUSDATE-BUFFER IS NUMERIC
003980         MOVE WS-BUSDATE-BUFFER TO WS-BUSINESS-DATE
003990     ELSE
004000         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
004010     END-IF.
004020     PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT.
004030     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
004040     PERFORM 1500-LOAD-RATE-TABLE THRU 1500-EXIT.
004050     PERFORM 1700-BUILD-HORIZON THRU 1700-EXIT.
004060     OPEN OUTPUT REPORT-OUT.
004070 1000-EXIT.
004080     EXIT.
004090*----------------------------------------------------------*
004100* 1100-GET-PARAMETERS -- FCSTDAYS FROM THE ENVIRONMENT.  A  *
004110*                 MISSING, ZERO, NON-NUMERIC OR OVERSIZED   *
004120*                 VALUE KEEPS THE DEFAULT.                  *
004130*----------------------------------------------------------*
004140 1100-GET-PARAMETERS.
004150     ACCEPT WS-PARM-BUFFER FROM ENVIRONMENT "FCSTDAYS".
004160     PERFORM 1150-ZERO-FILL THRU 1150-EXIT.
004170     IF WS-PARM-VALID
004180      AND WS-PARM-ZF-VALUE NOT > WS-HORIZON-MAX
004190         MOVE WS-PARM-ZF-VALUE TO WS-HORIZON-DAYS
004200     END-IF.
004210 1100-EXIT.
004220     EXIT.
004230*----------------------------------------------------------*
004240* 1150-ZERO-FILL -- RIGHT-JUSTIFY AND ZERO-FILL THE VALUE   *
004250*                 IN WS-PARM-BUFFER; VALID ONLY IF IT IS    *
004260*                 ALL DIGITS AND NOT ZERO                   *
004270*----------------------------------------------------------*
004280 1150-ZERO-FILL.
004290     SET WS-PARM-INVALID TO TRUE.
004300     MOVE ZERO TO WS-PARM-LEN.
004310     INSPECT WS-PARM-BUFFER TALLYING WS-PARM-LEN
004320         FOR CHARACTERS BEFORE INITIAL SPACE.
004330     IF WS-PARM-LEN = ZERO
004340         GO TO 1150-EXIT
004350     END-IF.
004360     IF WS-PARM-LEN = 9
004370         MOVE WS-PARM-BUFFER TO WS-PARM-ZF
004380     ELSE
004390         STRING WS-PARM-ZEROS(1 : 9 - WS-PARM-LEN)
004400                    DELIMITED BY SIZE
004410                WS-PARM-BUFFER(1 : WS-PARM-LEN)
004420                    DELIMITED BY SIZE
004430             INTO WS-PARM-ZF
004440     END-IF.
004450     IF WS-PARM-ZF IS NUMERIC
004460      AND WS-PARM-ZF-VALUE > ZERO
004470         SET WS-PARM-VALID TO TRUE
004480     END-IF.
004490 1150-EXIT.
004500     EXIT.
004510*----------------------------------------------------------*
004520* 1300-LOAD-CALENDAR -- PULL THE BUSINESS CALENDAR INTO     *
004530*                 STORAGE.  NO FILE JUST MEANS EVERY DATE   *
004540*                 COUNTS AS A BUSINESS DAY.                 *
004550*----------------------------------------------------------*
004560 1300-LOAD-CALENDAR.
004570     SET WS-CAL-NOT-EOF TO TRUE.
004580     MOVE ZERO TO WS-CAL-COUNT.
004590     OPEN INPUT CALENDAR-FILE.
004600     IF WS-CAL-STATUS NOT = "00"
004610         GO TO 1300-EXIT
004620     END-IF.
004630     PERFORM 1350-READ-ONE-DATE THRU 1350-EXIT
004640         UNTIL WS-CAL-EOF.
004650     CLOSE CALENDAR-FILE.
004660 1300-EXIT.
004670     EXIT.
004680 1350-READ-ONE-DATE.
004690     READ CALENDAR-FILE
004700         AT END
004710             SET WS-CAL-EOF TO TRUE
004720             GO TO 1350-EXIT
004730     END-READ.
004740     IF CAL-DATE IS NOT NUMERIC
004750         GO TO 1350-EXIT
004760     END-IF.
004770     IF WS-CAL-COUNT >= WS-CAL-MAX
004780         DISPLAY "PREVISION-TRESORERIE: CALENDAR TABLE "
004790                 "FULL - REMAINING DATES IGNORED."
004800         SET WS-CAL-EOF TO TRUE
004810         GO TO 1350-EXIT
004820     END-IF.
004830     ADD 1 TO WS-CAL-COUNT.
004840     MOVE CAL-DATE     TO WS-CL-DATE(WS-CAL-COUNT).
004850     MOVE CAL-DAY-TYPE TO WS-CL-TYPE(WS-CAL-COUNT).
004860 1350-EXIT.
004870     EXIT.
004880*----------------------------------------------------------*
004890* 1500-LOAD-RATE-TABLE -- PULL THE WHOLE CURRENCY RATE FILE *
004900*                 INTO STORAGE.  NO FILE JUST MEANS NO      *
004910*                 FOREIGN-CURRENCY ITEM CAN BE VALUED.      *
004920*----------------------------------------------------------*
004930 1500-LOAD-RATE-TABLE.
004940     SET WS-RATE-NOT-EOF TO TRUE.
004950     MOVE ZERO TO WS-RATE-COUNT.
004960     OPEN INPUT CURRENCY-RATES.
004970     IF WS-RATE-STATUS NOT = "00"
004980         GO TO 1500-EXIT
004990     END-IF.
005000     PERFORM 1550-READ-ONE-RATE THRU 1550-EXIT
005010         UNTIL WS-RATE-EOF.
005020     CLOSE CURRENCY-RATES.
005030 1500-EXIT.
005040     EXIT.
005050 1550-READ-ONE-RATE.
005060     READ CURRENCY-RATES
005070         AT END
005080             SET WS-RATE-EOF TO TRUE
005090             GO TO 1550-EXIT
005100     END-READ.
005110     IF CUR-EFF-DATE IS NOT NUMERIC
005120      OR CUR-RATE IS NOT NUMERIC
005130         GO TO 1550-EXIT
005140     END-IF.
005150     IF WS-RATE-COUNT >= WS-RATE-MAX
005160         DISPLAY "PREVISION-TRESORERIE: RATE TABLE FULL - "
005170                 "REMAINING RATES IGNORED."
005180         SET WS-RATE-EOF TO TRUE
005190         GO TO 1550-EXIT
005200     END-IF.
005210     ADD 1 TO WS-RATE-COUNT.
005220     MOVE CUR-CODE     TO WS-RT-CODE(WS-RATE-COUNT).
005230     MOVE CUR-EFF-DATE TO WS-RT-EFF-DATE(WS-RATE-COUNT).
005240     MOVE CUR-RATE     TO WS-RT-RATE(WS-RATE-COUNT).
005250 1550-EXIT.
005260     EXIT.
005270*----------------------------------------------------------*
005280* 1700-BUILD-HORIZON -- WALK FORWARD FROM THE BUSINESS DATE *
005290*                 ONE CALENDAR DAY AT A TIME UNTIL FCSTDAYS *
005300*                 BUSINESS DAYS ARE IN HAND, KEEPING EVERY  *
005310*                 DATE PASSED IN THE SPAN.  A DATE THE      *
005320*                 CALENDAR DOES NOT KNOW COUNTS AS A        *
005330*                 BUSINESS DAY.  EACH SPAN DATE IS THEN     *
005340*                 TIED TO THE HORIZON DAY ON OR AFTER IT -  *
005350*                 THE RUN THAT WILL PICK UP AN ITEM DUE     *
005360*                 THAT DAY.                                 *
005370*----------------------------------------------------------*
005380 1700-BUILD-HORIZON.
005390     MOVE WS-BUSINESS-DATE TO WS-TEST-DATE.
005400     MOVE ZERO TO WS-SPAN-COUNT.
005410     MOVE ZERO TO WS-HZ-COUNT.
005420     PERFORM 1750-STEP-FORWARD-ONE-DAY THRU 1750-EXIT
005430         UNTIL WS-HZ-COUNT >= WS-HORIZON-DAYS
005440            OR WS-SPAN-COUNT >= WS-SPAN-MAX.
005450     MOVE ZERO TO WS-NEXT-HZ.
005460     PERFORM 1800-TIE-SPAN-DATE THRU 1800-EXIT
005470         VARYING WS-SPAN-SUB FROM WS-SPAN-COUNT BY -1
005480         UNTIL WS-SPAN-SUB < 1.
005490 1700-EXIT.
005500     EXIT.
005510 1750-STEP-FORWARD-ONE-DAY.
005520     PERFORM 8900-SET-MONTH-LIMIT THRU 8900-EXIT.
005530     IF WS-TD-DD < WS-MONTH-LIMIT
005540         ADD 1 TO WS-TD-DD
005550     ELSE
005560         MOVE 1 TO WS-TD-DD
005570         IF WS-TD-MM < 12
005580             ADD 1 TO WS-TD-MM
005590         ELSE
005600             MOVE 1 TO WS-TD-MM
005610             ADD 1 TO WS-TD-YYYY
005620         END-IF
005630     END-IF.
005640     ADD 1 TO WS-SPAN-COUNT.
005650     MOVE WS-TEST-DATE TO WS-SP-DATE(WS-SPAN-COUNT).
005660     MOVE ZERO TO WS-SP-HZ(WS-SPAN-COUNT).
005670     MOVE SPACE TO WS-TD-TYPE.
005680     PERFORM 1760-TYPE-OF-TEST-DATE THRU 1760-EXIT
005690         VARYING WS-CAL-SUB FROM 1 BY 1
005700         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
005710     IF WS-TD-TYPE = "W" OR WS-TD-TYPE = "H"
005720         MOVE "N" TO WS-SP-BUSINESS(WS-SPAN-COUNT)
005730         GO TO 1750-EXIT
005740     END-IF.
005750     MOVE "Y" TO WS-SP-BUSINESS(WS-SPAN-COUNT).
005760     ADD 1 TO WS-HZ-COUNT.
005770     MOVE WS-HZ-COUNT TO WS-SP-HZ(WS-SPAN-COUNT).
005780     MOVE WS-TEST-DATE TO WS-HZ-DATE(WS-HZ-COUNT).
005790     MOVE ZERO TO WS-HZ-ITEMS(WS-HZ-COUNT).
005800     MOVE ZERO TO WS-HZ-DEBITS(WS-HZ-COUNT).
005810     MOVE ZERO TO WS-HZ-CREDITS(WS-HZ-COUNT).
005820 1750-EXIT.
005830     EXIT.
005840 1760-TYPE-OF-TEST-DATE.
005850     IF WS-CL-DATE(WS-CAL-SUB) = WS-TEST-DATE
005860         MOVE WS-CL-TYPE(WS-CAL-SUB) TO WS-TD-TYPE
005870     END-IF.
005880 1760-EXIT.
005890     EXIT.
005900 1800-TIE-SPAN-DATE.
005910     IF WS-SP-BUSINESS(WS-SPAN-SUB) = "Y"
005920         MOVE WS-SP-HZ(WS-SPAN-SUB) TO WS-NEXT-HZ
005930     ELSE
005940         MOVE WS-NEXT-HZ TO WS-SP-HZ(WS-SPAN-SUB)
005950     END-IF.
005960 1800-EXIT.
005970     EXIT.
005980*----------------------------------------------------------*
005990* 2000-PROJECT-WAREHOUSE -- EVERY HELD ITEM ONTO THE        *
006000*                 HORIZON DAY ITS RELEASE WILL FALL ON.  NO *
006010*                 WAREHOUSE JUST MEANS NOTHING HELD.        *
006020*----------------------------------------------------------*
006030 2000-PROJECT-WAREHOUSE.
006040     OPEN INPUT WHSE-IN.
006050     IF WS-WHSE-STATUS NOT = "00"
006060         DISPLAY "PREVISION-TRESORERIE: NO PENDING WAREHOUSE - "
006070                 "NO HELD ITEMS PROJECTED."
006080         GO TO 2000-EXIT
006090     END-IF.
006100     SET WS-WHSE-NOT-EOF TO TRUE.
006110     PERFORM 2100-PROJECT-ONE-ITEM THRU 2100-EXIT
006120         UNTIL WS-WHSE-EOF.
006130     CLOSE WHSE-IN.
006140 2000-EXIT.
006150     EXIT.
006160*----------------------------------------------------------*
006170* 2100-PROJECT-ONE-ITEM -- THE DUE DATE IS ROLLED TO THE    *
006180*                 NEXT BUSINESS DAY THE WAY THE RELEASE     *
006190*                 STEP ROLLS IT.  AN ITEM ALREADY DUE (HELD *
006200*                 BACK BY A FULL RELEASE TABLE) GOES OUT ON *
006210*                 THE FIRST HORIZON DAY.                    *
006220*----------------------------------------------------------*
006230 2100-PROJECT-ONE-ITEM.
006240     READ WHSE-IN
006250         AT END
006260             SET WS-WHSE-EOF TO TRUE
006270             GO TO 2100-EXIT
006280     END-READ.
006290     ADD 1 TO WS-WHSE-READ.
006300     MOVE WHS-TRAN-IMAGE TO TRANSACTION-RECORD.
006310     MOVE WHS-TARGET-FILE TO WS-ITEM-TAG.
006320     IF TRAN-DATE IS NOT NUMERIC
006330         ADD 1 TO WS-WHSE-BAD-DATE
006340         GO TO 2100-EXIT
006350     END-IF.
006360     MOVE TRAN-DATE TO WS-DUE-DATE.
006370     PERFORM 7600-NEXT-BUSINESS-DAY THRU 7600-EXIT.
006380     IF WS-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
006390      AND WS-HZ-COUNT > ZERO
006400         MOVE 1 TO WS-ITEM-HZ
006410         ADD 1 TO WS-WHSE-OVERDUE
006420     ELSE
006430         PERFORM 7700-FIND-HORIZON-DAY THRU 7700-EXIT
006440     END-IF.
006450     IF WS-ITEM-HZ = ZERO
006460         ADD 1 TO WS-WHSE-BEYOND
006470         GO TO 2100-EXIT
006480     END-IF.
006490     MOVE TRAN-DATE TO WS-RATE-DATE.
006500     PERFORM 5000-POST-ITEM THRU 5000-EXIT.
006510     IF WS-ITEM-POSTED
006520         ADD 1 TO WS-WHSE-PROJECTED
006530     END-IF.
006540 2100-EXIT.
006550     EXIT.
006560*----------------------------------------------------------*
006570* 3000-PROJECT-ORDERS -- EVERY OCCURRENCE OF EVERY ACTIVE   *
006580*                 STANDING ORDER IN THE SPAN.  NO ORDERS    *
006590*                 FILE JUST MEANS NO ORDERS.                *
006600*----------------------------------------------------------*
006610 3000-PROJECT-ORDERS.
006620     OPEN INPUT ORDER-IN.
006630     IF WS-ORDER-STATUS NOT = "00"
006640         DISPLAY "PREVISION-TRESORERIE: NO STANDING-ORDERS "
006650                 "FILE - NO ORDERS PROJECTED."
006660         GO TO 3000-EXIT
006670     END-IF.
006680     SET WS-ORDER-NOT-EOF TO TRUE.
006690     PERFORM 3100-PROJECT-ONE-ORDER THRU 3100-EXIT
006700         UNTIL WS-ORDER-EOF.
006710     CLOSE ORDER-IN.
006720 3000-EXIT.
006730     EXIT.
006740*----------------------------------------------------------*
006750* 3100-PROJECT-ONE-ORDER -- TEST THE ORDER AGAINST EACH     *
006760*                 SPAN DATE.  LIKE GENERATION-ORDRES, AN    *
006770*                 ORDER DUE MORE THAN ONCE BEFORE THE SAME  *
006780*                 RUN (A DAILY ORDER OVER A WEEKEND) MAKES  *
006790*                 ONE ITEM ON THAT RUN.                     *
006800*----------------------------------------------------------*
006810 3100-PROJECT-ONE-ORDER.
006820     READ ORDER-IN
006830         AT END
006840             SET WS-ORDER-EOF TO TRUE
006850             GO TO 3100-EXIT
006860     END-READ.
006870     ADD 1 TO WS-ORDER-READ.
006880     IF NOT ORD-ACTIVE
006890      OR ORD-START-DATE IS NOT NUMERIC
006900      OR ORD-END-DATE IS NOT NUMERIC
006910         ADD 1 TO WS-ORDER-SKIPPED
006920         GO TO 3100-EXIT
006930     END-IF.
006940     MOVE ZERO TO WS-LAST-HZ.
006950     MOVE ZERO TO WS-ORDER-HITS.
006960     PERFORM 3200-CHECK-ONE-DATE THRU 3200-EXIT
006970         VARYING WS-SPAN-SUB FROM 1 BY 1
006980         UNTIL WS-SPAN-SUB > WS-SPAN-COUNT.
006990     IF WS-ORDER-HITS > ZERO
007000         ADD 1 TO WS-ORDER-DUE-COUNT
007010     ELSE
007020         ADD 1 TO WS-ORDER-NONE-DUE
007030     END-IF.
007040 3100-EXIT.
007050     EXIT.
007060*----------------------------------------------------------*
007070* 3200-CHECK-ONE-DATE -- IS THE ORDER DUE ON ONE SPAN DATE: *
007080*                 DAILY, WEEKLY FROM ITS START DATE, OR     *
007090*                 MONTHLY ON DAY N (CLAMPED TO THE END OF A *
007100*                 SHORT MONTH)?  IF SO, ITS ITEM GOES ON    *
007110*                 THE HORIZON DAY THAT DATE IS TIED TO.     *
007120*----------------------------------------------------------*
007130 3200-CHECK-ONE-DATE.
007140     IF WS-SP-HZ(WS-SPAN-SUB) = ZERO
007150      OR WS-SP-HZ(WS-SPAN-SUB) = WS-LAST-HZ
007160         GO TO 3200-EXIT
007170     END-IF.
007180     MOVE WS-SP-DATE(WS-SPAN-SUB) TO WS-TEST-DATE.
007190     IF WS-TEST-DATE < ORD-START-DATE
007200      OR WS-TEST-DATE > ORD-END-DATE
007210         GO TO 3200-EXIT
007220     END-IF.
007230     SET WS-ORDER-NOT-DUE TO TRUE.
007240     EVALUATE TRUE
007250         WHEN ORD-FREQ-DAILY
007260             SET WS-ORDER-DUE TO TRUE
007270         WHEN ORD-FREQ-WEEKLY
007280             MOVE WS-TEST-DATE TO WS-DTS-DATE
007290             PERFORM 8800-DATE-TO-SERIAL THRU 8800-EXIT
007300             MOVE WS-DTS-SERIAL TO WS-TEST-SERIAL
007310             MOVE ORD-START-DATE TO WS-DTS-DATE
007320             PERFORM 8800-DATE-TO-SERIAL THRU 8800-EXIT
007330             MOVE WS-DTS-SERIAL TO WS-START-SERIAL
007340             COMPUTE WS-CYCLE-QUOT =
007350                 WS-TEST-SERIAL - WS-START-SERIAL
007360             DIVIDE WS-CYCLE-QUOT BY 7
007370                 GIVING WS-CYCLE-QUOT
007380                 REMAINDER WS-CYCLE-REM
007390             IF WS-CYCLE-REM = ZERO
007400                 SET WS-ORDER-DUE TO TRUE
007410             END-IF
007420         WHEN ORD-FREQ-MONTHLY
007430             PERFORM 8900-SET-MONTH-LIMIT THRU 8900-EXIT
007440             IF WS-TD-DD = ORD-FREQ-DAY
007450              OR (ORD-FREQ-DAY > WS-MONTH-LIMIT
007460                  AND WS-TD-DD = WS-MONTH-LIMIT)
007470                 SET WS-ORDER-DUE TO TRUE
007480             END-IF
007490     END-EVALUATE.
007500     IF WS-ORDER-NOT-DUE
007510         GO TO 3200-EXIT
007520     END-IF.
007530     MOVE WS-SP-HZ(WS-SPAN-SUB) TO WS-LAST-HZ.
007540     MOVE WS-SP-HZ(WS-SPAN-SUB) TO WS-ITEM-HZ.
007550     ADD 1 TO WS-ORDER-HITS.
007560     MOVE ORD-TRAN-IMAGE TO TRANSACTION-RECORD.
007570     MOVE ORD-TARGET-FILE TO WS-ITEM-TAG.
007580     MOVE WS-HZ-DATE(WS-ITEM-HZ) TO TRAN-DATE.
007590     MOVE WS-HZ-DATE(WS-ITEM-HZ) TO WS-RATE-DATE.
007600     PERFORM 5000-POST-ITEM THRU 5000-EXIT.
007610     IF WS-ITEM-POSTED
007620         ADD 1 TO WS-ORDER-ITEMS
007630     END-IF.
007640 3200-EXIT.
007650     EXIT.
007660*----------------------------------------------------------*
007670* 5000-POST-ITEM -- VALUE THE ITEM IN TRANSACTION-RECORD IN *
007680*                 BASE AND ADD IT TO ITS HORIZON DAY, ITS   *
007690*                 DAY CELL AND ITS ACCOUNT'S HORIZON TOTAL  *
007700*----------------------------------------------------------*
007710 5000-POST-ITEM.
007720     SET WS-ITEM-NOT-POSTED TO TRUE.
007730     PERFORM 7000-AMOUNT-IN-BASE THRU 7000-EXIT.
007740     IF WS-AMOUNT-UNPRICED
007750         ADD 1 TO WS-UNPRICED-COUNT
007760         GO TO 5000-EXIT
007770     END-IF.
007780     IF WS-AMOUNT-INVALID
007790         ADD 1 TO WS-INVALID-COUNT
007800         GO TO 5000-EXIT
007810     END-IF.
007820     SET WS-ITEM-POSTED TO TRUE.
007830     ADD 1 TO WS-PROJECTED-COUNT.
007840     IF WS-ITEM-RESULT > ZERO
007850         MOVE WS-ITEM-RESULT TO WS-ITEM-DEBIT
007860         MOVE ZERO TO WS-ITEM-CREDIT
007870     ELSE
007880         MOVE ZERO TO WS-ITEM-DEBIT
007890         COMPUTE WS-ITEM-CREDIT = ZERO - WS-ITEM-RESULT
007900     END-IF.
007910     ADD 1 TO WS-HZ-ITEMS(WS-ITEM-HZ).
007920     ADD WS-ITEM-DEBIT TO WS-HZ-DEBITS(WS-ITEM-HZ).
007930     ADD WS-ITEM-CREDIT TO WS-HZ-CREDITS(WS-ITEM-HZ).
007940     ADD WS-ITEM-DEBIT TO WS-TOTAL-DEBITS.
007950     ADD WS-ITEM-CREDIT TO WS-TOTAL-CREDITS.
007960     MOVE TRAN-ACCOUNT TO WS-ITEM-ACCOUNT.
007970     PERFORM 5100-FIND-CELL THRU 5100-EXIT.
007980     IF WS-CELL-HIT > ZERO
007990         ADD 1 TO WS-CE-ITEMS(WS-CELL-HIT)
008000         ADD WS-ITEM-DEBIT TO WS-CE-DEBITS(WS-CELL-HIT)
008010         ADD WS-ITEM-CREDIT TO WS-CE-CREDITS(WS-CELL-HIT)
008020     END-IF.
008030     PERFORM 5300-FIND-SUMMARY THRU 5300-EXIT.
008040     IF WS-SUM-HIT > ZERO
008050         ADD 1 TO WS-SU-ITEMS(WS-SUM-HIT)
008060         ADD WS-ITEM-DEBIT TO WS-SU-DEBITS(WS-SUM-HIT)
008070         ADD WS-ITEM-CREDIT TO WS-SU-CREDITS(WS-SUM-HIT)
008080     END-IF.
008090 5000-EXIT.
008100     EXIT.
008110*----------------------------------------------------------*
008120* 5100-FIND-CELL -- THE CELL FOR THE ITEM'S DAY, ACCOUNT    *
008130*                 AND CURRENCY, SLID INTO KEY ORDER ON      *
008140*                 FIRST SIGHT                               *
008150*----------------------------------------------------------*
008160 5100-FIND-CELL.
008170     MOVE WS-ITEM-HZ       TO WS-NK-HZ.
008180     MOVE WS-ITEM-ACCOUNT  TO WS-NK-ACCOUNT.
008190     MOVE WS-ITEM-CURRENCY TO WS-NK-CURRENCY.
008200     MOVE ZERO TO WS-CELL-HIT.
008210     COMPUTE WS-INS-POS = WS-CELL-COUNT + 1.
008220     SET WS-SCAN-NOT-DONE TO TRUE.
008230     PERFORM 5150-SCAN-CELLS THRU 5150-EXIT
008240         VARYING WS-CELL-SUB FROM 1 BY 1
008250         UNTIL WS-CELL-SUB > WS-CELL-COUNT
008260            OR WS-SCAN-DONE.
008270     IF WS-CELL-HIT > ZERO
008280         GO TO 5100-EXIT
008290     END-IF.
008300     IF WS-CELL-COUNT >= WS-CELL-MAX
008310         ADD 1 TO WS-CELL-LOST
008320         GO TO 5100-EXIT
008330     END-IF.
008340     PERFORM 5180-SHIFT-ONE-CELL THRU 5180-EXIT
008350         VARYING WS-MOVE-SUB FROM WS-CELL-COUNT BY -1
008360         UNTIL WS-MOVE-SUB < WS-INS-POS.
008370     ADD 1 TO WS-CELL-COUNT.
008380     MOVE WS-INS-POS TO WS-CELL-HIT.
008390     MOVE WS-NEW-CELL-KEY TO WS-CE-KEY(WS-CELL-HIT).
008400     MOVE ZERO TO WS-CE-ITEMS(WS-CELL-HIT).
008410     MOVE ZERO TO WS-CE-DEBITS(WS-CELL-HIT).
008420     MOVE ZERO TO WS-CE-CREDITS(WS-CELL-HIT).
008430 5100-EXIT.
008440     EXIT.
008450 5150-SCAN-CELLS.
008460     IF WS-CE-KEY(WS-CELL-SUB) = WS-NEW-CELL-KEY
008470         MOVE WS-CELL-SUB TO WS-CELL-HIT
008480         SET WS-SCAN-DONE TO TRUE
008490         GO TO 5150-EXIT
008500     END-IF.
008510     IF WS-CE-KEY(WS-CELL-SUB) > WS-NEW-CELL-KEY
008520         MOVE WS-CELL-SUB TO WS-INS-POS
008530         SET WS-SCAN-DONE TO TRUE
008540     END-IF.
008550 5150-EXIT.
008560     EXIT.
008570 5180-SHIFT-ONE-CELL.
008580     MOVE WS-CELL-ENTRY(WS-MOVE-SUB)
008590         TO WS-CELL-ENTRY(WS-MOVE-SUB + 1).
008600 5180-EXIT.
008610     EXIT.
008620*----------------------------------------------------------*
008630* 5300-FIND-SUMMARY -- THE HORIZON TOTAL FOR THE ITEM'S     *
008640*                 ACCOUNT AND CURRENCY, SLID INTO KEY ORDER *
008650*                 ON FIRST SIGHT                            *
008660*----------------------------------------------------------*
008670 5300-FIND-SUMMARY.
008680     MOVE WS-ITEM-ACCOUNT  TO WS-NS-ACCOUNT.
008690     MOVE WS-ITEM-CURRENCY TO WS-NS-CURRENCY.
008700     MOVE ZERO TO WS-SUM-HIT.
008710     COMPUTE WS-INS-POS = WS-SUM-COUNT + 1.
008720     SET WS-SCAN-NOT-DONE TO TRUE.
008730     PERFORM 5350-SCAN-SUMMARY THRU 5350-EXIT
008740         VARYING WS-SUM-SUB FROM 1 BY 1
008750         UNTIL WS-SUM-SUB > WS-SUM-COUNT
008760            OR WS-SCAN-DONE.
008770     IF WS-SUM-HIT > ZERO
008780         GO TO 5300-EXIT
008790     END-IF.
008800     IF WS-SUM-COUNT >= WS-SUM-MAX
008810         ADD 1 TO WS-SUM-LOST
008820         GO TO 5300-EXIT
008830     END-IF.
008840     PERFORM 5380-SHIFT-ONE-SUMMARY THRU 5380-EXIT
008850         VARYING WS-MOVE-SUB FROM WS-SUM-COUNT BY -1
008860         UNTIL WS-MOVE-SUB < WS-INS-POS.
008870     ADD 1 TO WS-SUM-COUNT.
008880     MOVE WS-INS-POS TO WS-SUM-HIT.
008890     MOVE WS-NEW-SUM-KEY TO WS-SU-KEY(WS-SUM-HIT).
008900     MOVE ZERO TO WS-SU-ITEMS(WS-SUM-HIT).
008910     MOVE ZERO TO WS-SU-DEBITS(WS-SUM-HIT).
008920     MOVE ZERO TO WS-SU-CREDITS(WS-SUM-HIT).
008930 5300-EXIT.
008940     EXIT.
008950 5350-SCAN-SUMMARY.
008960     IF WS-SU-KEY(WS-SUM-SUB) = WS-NEW-SUM-KEY
008970         MOVE WS-SUM-SUB TO WS-SUM-HIT
008980         SET WS-SCAN-DONE TO TRUE
008990         GO TO 5350-EXIT
009000     END-IF.
009010     IF WS-SU-KEY(WS-SUM-SUB) > WS-NEW-SUM-KEY
009020         MOVE WS-SUM-SUB TO WS-INS-POS
009030         SET WS-SCAN-DONE TO TRUE
009040     END-IF.
009050 5350-EXIT.
009060     EXIT.
009070 5380-SHIFT-ONE-SUMMARY.
009080     MOVE WS-SUM-ENTRY(WS-MOVE-SUB)
009090         TO WS-SUM-ENTRY(WS-MOVE-SUB + 1).
009100 5380-EXIT.
009110     EXIT.
009120*----------------------------------------------------------*
009130* 6000-PRINT-REPORT -- THE DAY-BY-DAY PROJECTION, THE       *
009140*                 HORIZON TOTAL BY ACCOUNT AND CURRENCY,    *
009150*                 THEN THE CONTROL COUNTS                   *
009160*----------------------------------------------------------*
009170 6000-PRINT-REPORT.
009180     MOVE "DAY BY DAY" TO WS-SECTION-TITLE.
009190     PERFORM 6900-PRINT-HEADINGS THRU 6900-EXIT.
009200     MOVE 999 TO WS-CE-HZ(WS-CELL-COUNT + 1).
009210     MOVE 1 TO WS-CELL-CUR.
009220     PERFORM 6100-PRINT-ONE-DAY THRU 6100-EXIT
009230         VARYING WS-HZ-SUB FROM 1 BY 1
009240         UNTIL WS-HZ-SUB > WS-HZ-COUNT.
009250     MOVE "HORIZON TOTAL BY ACCOUNT AND CURRENCY"
009260         TO WS-SECTION-TITLE.
009270     PERFORM 6900-PRINT-HEADINGS THRU 6900-EXIT.
009280     PERFORM 6300-PRINT-ONE-SUMMARY THRU 6300-EXIT
009290         VARYING WS-SUM-SUB FROM 1 BY 1
009300         UNTIL WS-SUM-SUB > WS-SUM-COUNT.
009310     MOVE "HORIZON TOTAL" TO TL-CAPTION.
009320     MOVE WS-PROJECTED-COUNT TO TL-ITEMS.
009330     MOVE WS-TOTAL-DEBITS TO TL-DEBITS.
009340     MOVE WS-TOTAL-CREDITS TO TL-CREDITS.
009350     COMPUTE TL-NET = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
009360     WRITE PRINT-LINE FROM SEPARATOR-LINE.
009370     WRITE PRINT-LINE FROM TOTAL-LINE.
009380     ADD 2 TO WS-LINE-CNT.
009390     PERFORM 6800-PRINT-CONTROLS THRU 6800-EXIT.
009400 6000-EXIT.
009410     EXIT.
009420*----------------------------------------------------------*
009430* 6100-PRINT-ONE-DAY -- THE DAY'S CELLS, ITS TOTAL AND THE  *
009440*                 RUNNING NET FROM THE FIRST HORIZON DAY    *
009450*----------------------------------------------------------*
009460 6100-PRINT-ONE-DAY.
009470     IF WS-LINE-CNT + 4 > WS-MAX-LINES
009480         PERFORM 6900-PRINT-HEADINGS THRU 6900-EXIT
009490     END-IF.
009500     IF WS-HZ-ITEMS(WS-HZ-SUB) = ZERO
009510         MOVE WS-HZ-DATE(WS-HZ-SUB) TO NL-DATE
009520         WRITE PRINT-LINE FROM NOTHING-LINE
009530         ADD 1 TO WS-LINE-CNT
009540         GO TO 6100-EXIT
009550     END-IF.
009560     SET WS-FIRST-LINE TO TRUE.
009570     PERFORM 6150-PRINT-ONE-CELL THRU 6150-EXIT
009580         UNTIL WS-CE-HZ(WS-CELL-CUR) NOT = WS-HZ-SUB.
009590     MOVE "DAY TOTAL" TO TL-CAPTION.
009600     MOVE WS-HZ-ITEMS(WS-HZ-SUB) TO TL-ITEMS.
009610     MOVE WS-HZ-DEBITS(WS-HZ-SUB) TO TL-DEBITS.
009620     MOVE WS-HZ-CREDITS(WS-HZ-SUB) TO TL-CREDITS.
009630     COMPUTE TL-NET = WS-HZ-DEBITS(WS-HZ-SUB)
009640                    - WS-HZ-CREDITS(WS-HZ-SUB).
009650     COMPUTE WS-RUNNING-NET = WS-RUNNING-NET
009660                            + WS-HZ-DEBITS(WS-HZ-SUB)
009670                            - WS-HZ-CREDITS(WS-HZ-SUB).
009680     MOVE WS-RUNNING-NET TO RL-NET.
009690     WRITE PRINT-LINE FROM TOTAL-LINE.
009700     WRITE PRINT-LINE FROM RUNNING-LINE.
009710     WRITE PRINT-LINE FROM BLANK-LINE.
009720     ADD 3 TO WS-LINE-CNT.
009730 6100-EXIT.
009740     EXIT.
009750 6150-PRINT-ONE-CELL.
009760     IF WS-LINE-CNT + 3 > WS-MAX-LINES
009770         PERFORM 6900-PRINT-HEADINGS THRU 6900-EXIT
009780         SET WS-FIRST-LINE TO TRUE
009790     END-IF.
009800     IF WS-FIRST-LINE
009810         MOVE WS-HZ-DATE(WS-HZ-SUB) TO DL-DATE
009820         SET WS-NOT-FIRST-LINE TO TRUE
009830     ELSE
009840         MOVE SPACES TO DL-DATE
009850     END-IF.
009860     MOVE WS-CE-ACCOUNT(WS-CELL-CUR) TO DL-ACCOUNT.
009870     IF DL-ACCOUNT = SPACES
009880         MOVE "(HOUSE)" TO DL-ACCOUNT
009890     END-IF.
009900     MOVE WS-CE-CURRENCY(WS-CELL-CUR) TO DL-CURRENCY.
009910     MOVE WS-CE-ITEMS(WS-CELL-CUR) TO DL-ITEMS.
009920     MOVE WS-CE-DEBITS(WS-CELL-CUR) TO DL-DEBITS.
009930     MOVE WS-CE-CREDITS(WS-CELL-CUR) TO DL-CREDITS.
009940     COMPUTE DL-NET = WS-CE-DEBITS(WS-CELL-CUR)
009950                    - WS-CE-CREDITS(WS-CELL-CUR).
009960     WRITE PRINT-LINE FROM DETAIL-LINE.
009970     ADD 1 TO WS-LINE-CNT.
009980     ADD 1 TO WS-CELL-CUR.
009990 6150-EXIT.
010000     EXIT.
010010*----------------------------------------------------------*
010020* 6300-PRINT-ONE-SUMMARY -- ONE ACCOUNT AND CURRENCY OVER   *
010030*                 THE WHOLE HORIZON                         *
010040*----------------------------------------------------------*
010050 6300-PRINT-ONE-SUMMARY.
010060     IF WS-LINE-CNT + 2 > WS-MAX-LINES
010070         PERFORM 6900-PRINT-HEADINGS THRU 6900-EXIT
010080     END-IF.
010090     MOVE SPACES TO DL-DATE.
010100     MOVE WS-SU-ACCOUNT(WS-SUM-SUB) TO DL-ACCOUNT.
010110     IF DL-ACCOUNT = SPACES
010120         MOVE "(HOUSE)" TO DL-ACCOUNT
010130     END-IF.
010140     MOVE WS-SU-CURRENCY(WS-SUM-SUB) TO DL-CURRENCY.
010150     MOVE WS-SU-ITEMS(WS-SUM-SUB) TO DL-ITEMS.
010160     MOVE WS-SU-DEBITS(WS-SUM-SUB) TO DL-DEBITS.
010170     MOVE WS-SU-CREDITS(WS-SUM-SUB) TO DL-CREDITS.
010180     COMPUTE DL-NET = WS-SU-DEBITS(WS-SUM-SUB)
010190                    - WS-SU-CREDITS(WS-SUM-SUB).
010200     WRITE PRINT-LINE FROM DETAIL-LINE.
010210     ADD 1 TO WS-LINE-CNT.
010220 6300-EXIT.
010230     EXIT.
010240*----------------------------------------------------------*
010250* 6800-PRINT-CONTROLS -- WHAT WAS READ, PROJECTED AND LEFT  *
010260*                 OUT                                       *
010270*----------------------------------------------------------*
010280 6800-PRINT-CONTROLS.
010290     IF WS-LINE-CNT + 18 > WS-MAX-LINES
010300         MOVE "CONTROL COUNTS" TO WS-SECTION-TITLE
010310         PERFORM 6900-PRINT-HEADINGS THRU 6900-EXIT
010320     ELSE
010330         WRITE PRINT-LINE FROM BLANK-LINE
010340     END-IF.
010350     MOVE "WAREHOUSE ITEMS READ:" TO PCL-CAPTION.
010360     MOVE WS-WHSE-READ TO PCL-COUNT.
010370     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010380     MOVE "    PROJECTED:" TO PCL-CAPTION.
010390     MOVE WS-WHSE-PROJECTED TO PCL-COUNT.
010400     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010410     MOVE "    ALREADY DUE, SHOWN ON THE FIRST DAY:"
010420         TO PCL-CAPTION.
010430     MOVE WS-WHSE-OVERDUE TO PCL-COUNT.
010440     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010450     MOVE "    DUE AFTER THE HORIZON:" TO PCL-CAPTION.
010460     MOVE WS-WHSE-BEYOND TO PCL-COUNT.
010470     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010480     MOVE "    NO VALID DUE DATE:" TO PCL-CAPTION.
010490     MOVE WS-WHSE-BAD-DATE TO PCL-COUNT.
010500     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010510     MOVE "STANDING ORDERS READ:" TO PCL-CAPTION.
010520     MOVE WS-ORDER-READ TO PCL-COUNT.
010530     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010540     MOVE "    CANCELLED OR WITHOUT VALID DATES:"
010550         TO PCL-CAPTION.
010560     MOVE WS-ORDER-SKIPPED TO PCL-COUNT.
010570     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010580     MOVE "    NOTHING DUE IN THE HORIZON:" TO PCL-CAPTION.
010590     MOVE WS-ORDER-NONE-DUE TO PCL-COUNT.
010600     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010610     MOVE "    DUE IN THE HORIZON:" TO PCL-CAPTION.
010620     MOVE WS-ORDER-DUE-COUNT TO PCL-COUNT.
010630     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010640     MOVE "STANDING-ORDER ITEMS PROJECTED:" TO PCL-CAPTION.
010650     MOVE WS-ORDER-ITEMS TO PCL-COUNT.
010660     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010670     MOVE "ITEMS NOT VALUED - NO RATE FOR CURRENCY:"
010680         TO PCL-CAPTION.
010690     MOVE WS-UNPRICED-COUNT TO PCL-COUNT.
010700     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010710     MOVE "ITEMS NOT VALUED - BAD AMOUNT OR OPERATION:"
010720         TO PCL-CAPTION.
010730     MOVE WS-INVALID-COUNT TO PCL-COUNT.
010740     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010750     MOVE "ITEMS PROJECTED IN TOTAL:" TO PCL-CAPTION.
010760     MOVE WS-PROJECTED-COUNT TO PCL-COUNT.
010770     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010780     IF WS-CELL-LOST > ZERO
010790         MOVE "ITEMS IN DAY TOTALS ONLY (TABLE FULL):"
010800             TO PCL-CAPTION
010810         MOVE WS-CELL-LOST TO PCL-COUNT
010820         WRITE PRINT-LINE FROM PROOF-COUNT-LINE
010830     END-IF.
010840     IF WS-SUM-LOST > ZERO
010850         MOVE "ITEMS NOT IN ACCOUNT TOTALS (TABLE FULL):"
010860             TO PCL-CAPTION
010870         MOVE WS-SUM-LOST TO PCL-COUNT
010880         WRITE PRINT-LINE FROM PROOF-COUNT-LINE
010890     END-IF.
010900 6800-EXIT.
010910     EXIT.
010920*----------------------------------------------------------*
010930* 6900-PRINT-HEADINGS -- START A NEW PROJECTION PAGE        *
010940*----------------------------------------------------------*
010950 6900-PRINT-HEADINGS.
010960     MOVE WS-BUSINESS-DATE TO HL1-DATE.
010970     MOVE WS-PAGE-NO TO HL1-PAGE.
010980     MOVE WS-HZ-COUNT TO HL2-DAYS.
010990     IF WS-HZ-COUNT > ZERO
011000         MOVE WS-HZ-DATE(1) TO HL2-FROM
011010         MOVE WS-HZ-DATE(WS-HZ-COUNT) TO HL2-TO
011020     ELSE
011030         MOVE ZERO TO HL2-FROM
011040         MOVE ZERO TO HL2-TO
011050     END-IF.
011060     MOVE WS-BASE-CURRENCY TO HL2-BASE.
011070     MOVE WS-SECTION-TITLE TO HL3-TITLE.
011080     WRITE PRINT-LINE FROM HEADING-LINE-1.
011090     WRITE PRINT-LINE FROM HEADING-LINE-2.
011100     WRITE PRINT-LINE FROM HEADING-LINE-3.
011110     WRITE PRINT-LINE FROM HEADING-LINE-4.
011120     WRITE PRINT-LINE FROM SEPARATOR-LINE.
011130     ADD 1 TO WS-PAGE-NO.
011140     MOVE 5 TO WS-LINE-CNT.
011150 6900-EXIT.
011160     EXIT.
011170*----------------------------------------------------------*
011180* 7000-AMOUNT-IN-BASE -- THE RESULT THE LOT PROGRAM FOR THE *
011190*                 ITEM'S INPUT FILE WILL POST: EACH OPERAND *
011200*                 BROUGHT TO BASE AT THE LATEST RATE        *
011210*                 EFFECTIVE ON OR BEFORE ITS TRAN-DATE,     *
011220*                 SIGNED FROM ITS INDICATOR ON THE SIGNED   *
011230*                 FILE ONLY, THEN ADDED, SUBTRACTED OR      *
011240*                 MULTIPLIED AS THE OPERATION CODE SAYS     *
011250*----------------------------------------------------------*
011260 7000-AMOUNT-IN-BASE.
011270     SET WS-AMOUNT-OK TO TRUE.
011280     IF TRAN-NUM1 IS NOT NUMERIC
011290      OR TRAN-NUM2 IS NOT NUMERIC
011300      OR NOT TRAN-OP-VALID
011310         SET WS-AMOUNT-INVALID TO TRUE
011320         GO TO 7000-EXIT
011330     END-IF.
011340     IF TRAN-CURRENCY-CODE = SPACES
011350      OR TRAN-CURRENCY-CODE = WS-BASE-CURRENCY
011360         MOVE WS-BASE-CURRENCY TO WS-ITEM-CURRENCY
011370         MOVE TRAN-NUM1 TO WS-CONV-NUM1
011380         MOVE TRAN-NUM2 TO WS-CONV-NUM2
011390     ELSE
011400         MOVE TRAN-CURRENCY-CODE TO WS-ITEM-CURRENCY
011410         PERFORM 7100-FIND-RATE THRU 7100-EXIT
011420         IF WS-RATE-NOT-FOUND
011430             SET WS-AMOUNT-UNPRICED TO TRUE
011440             GO TO 7000-EXIT
011450         END-IF
011460         COMPUTE WS-CONV-NUM1 ROUNDED =
011470             TRAN-NUM1 * WS-BEST-RATE
011480         COMPUTE WS-CONV-NUM2 ROUNDED =
011490             TRAN-NUM2 * WS-BEST-RATE
011500     END-IF.
011510     MOVE WS-CONV-NUM1 TO WS-SIGNED-NUM1.
011520     MOVE WS-CONV-NUM2 TO WS-SIGNED-NUM2.
011530     IF WS-ITEM-TAG = "S"
011540         IF NOT TRAN-DEBIT
011550             COMPUTE WS-SIGNED-NUM1 = ZERO - WS-CONV-NUM1
011560         END-IF
011570         IF NOT TRAN-DEBIT-2
011580             COMPUTE WS-SIGNED-NUM2 = ZERO - WS-CONV-NUM2
011590         END-IF
011600     END-IF.
011610     EVALUATE TRUE
011620         WHEN TRAN-OP-ADD
011630             COMPUTE WS-ITEM-RESULT =
011640                 WS-SIGNED-NUM1 + WS-SIGNED-NUM2
011650                 ON SIZE ERROR
011660                     SET WS-AMOUNT-INVALID TO TRUE
011670             END-COMPUTE
011680         WHEN TRAN-OP-SUBTRACT
011690             COMPUTE WS-ITEM-RESULT =
011700                 WS-SIGNED-NUM1 - WS-SIGNED-NUM2
011710                 ON SIZE ERROR
011720                     SET WS-AMOUNT-INVALID TO TRUE
011730             END-COMPUTE
011740         WHEN TRAN-OP-MULTIPLY
011750             COMPUTE WS-ITEM-RESULT =
011760                 WS-SIGNED-NUM1 * WS-SIGNED-NUM2
011770                 ON SIZE ERROR
011780                     SET WS-AMOUNT-INVALID TO TRUE
011790             END-COMPUTE
011800     END-EVALUATE.
011810 7000-EXIT.
011820     EXIT.
011830*----------------------------------------------------------*
011840* 7100-FIND-RATE -- LATEST EFFECTIVE DATE NOT AFTER         *
011850*                 WS-RATE-DATE FOR THE ITEM'S CURRENCY      *
011860*----------------------------------------------------------*
011870 7100-FIND-RATE.
011880     SET WS-RATE-NOT-FOUND TO TRUE.
011890     MOVE ZERO TO WS-BEST-DATE.
011900     PERFORM 7150-CHECK-ONE-RATE THRU 7150-EXIT
011910         VARYING WS-RATE-SUB FROM 1 BY 1
011920         UNTIL WS-RATE-SUB > WS-RATE-COUNT.
011930 7100-EXIT.
011940     EXIT.
011950 7150-CHECK-ONE-RATE.
011960     IF WS-RT-CODE(WS-RATE-SUB) = WS-ITEM-CURRENCY
011970      AND WS-RT-EFF-DATE(WS-RATE-SUB) <= WS-RATE-DATE
011980      AND WS-RT-EFF-DATE(WS-RATE-SUB) >= WS-BEST-DATE
011990         SET WS-RATE-FOUND TO TRUE
012000         MOVE WS-RT-EFF-DATE(WS-RATE-SUB) TO WS-BEST-DATE
012010         MOVE WS-RT-RATE(WS-RATE-SUB)     TO WS-BEST-RATE
012020     END-IF.
012030 7150-EXIT.
012040     EXIT.
012050*----------------------------------------------------------*
012060* 7600-NEXT-BUSINESS-DAY -- THE EFFECTIVE DUE DATE, AS THE  *
012070*                 WAREHOUSE RELEASE WORKS IT OUT: THE DUE   *
012080*                 DATE ITSELF WHEN THE CALENDAR CALLS IT A  *
012090*                 BUSINESS DAY (OR DOES NOT KNOW IT), ELSE  *
012100*                 THE EARLIEST CALENDAR BUSINESS DAY AFTER  *
012110*                 IT; NONE ON FILE FALLS BACK TO THE DUE    *
012120*                 DATE ITSELF.                              *
012130*----------------------------------------------------------*
012140 7600-NEXT-BUSINESS-DAY.
012150     MOVE WS-DUE-DATE TO WS-EFFECTIVE-DATE.
012160     MOVE SPACE TO WS-DUE-TYPE.
012170     PERFORM 7650-TYPE-OF-DUE-DATE THRU 7650-EXIT
012180         VARYING WS-CAL-SUB FROM 1 BY 1
012190         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
012200     IF WS-DUE-TYPE = SPACE OR WS-DUE-TYPE = "B"
012210         GO TO 7600-EXIT
012220     END-IF.
012230     MOVE 99999999 TO WS-BEST-NEXT.
012240     PERFORM 7680-SCAN-FOR-NEXT THRU 7680-EXIT
012250         VARYING WS-CAL-SUB FROM 1 BY 1
012260         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
012270     IF WS-BEST-NEXT NOT = 99999999
012280         MOVE WS-BEST-NEXT TO WS-EFFECTIVE-DATE
012290     END-IF.
012300 7600-EXIT.
012310     EXIT.
012320 7650-TYPE-OF-DUE-DATE.
012330     IF WS-CL-DATE(WS-CAL-SUB) = WS-DUE-DATE
012340         MOVE WS-CL-TYPE(WS-CAL-SUB) TO WS-DUE-TYPE
012350     END-IF.
012360 7650-EXIT.
012370     EXIT.
012380 7680-SCAN-FOR-NEXT.
012390     IF WS-CL-TYPE(WS-CAL-SUB) = "B"
012400      AND WS-CL-DATE(WS-CAL-SUB) > WS-DUE-DATE
012410      AND WS-CL-DATE(WS-CAL-SUB) < WS-BEST-NEXT
012420         MOVE WS-CL-DATE(WS-CAL-SUB) TO WS-BEST-NEXT
012430     END-IF.
012440 7680-EXIT.
012450     EXIT.
012460*----------------------------------------------------------*
012470* 7700-FIND-HORIZON-DAY -- THE FIRST HORIZON DAY ON OR      *
012480*                 AFTER THE EFFECTIVE DATE, THE RUN THAT    *
012490*                 WILL RELEASE THE ITEM; ZERO WHEN IT FALLS *
012500*                 PAST THE HORIZON                          *
012510*----------------------------------------------------------*
012520 7700-FIND-HORIZON-DAY.
012530     MOVE ZERO TO WS-ITEM-HZ.
012540     PERFORM 7750-CHECK-ONE-DAY THRU 7750-EXIT
012550         VARYING WS-HZ-SUB FROM 1 BY 1
012560         UNTIL WS-HZ-SUB > WS-HZ-COUNT
012570            OR WS-ITEM-HZ > ZERO.
012580 7700-EXIT.
012590     EXIT.
012600 7750-CHECK-ONE-DAY.
012610     IF WS-HZ-DATE(WS-HZ-SUB) NOT < WS-EFFECTIVE-DATE
012620         MOVE WS-HZ-SUB TO WS-ITEM-HZ
012630     END-IF.
012640 7750-EXIT.
012650     EXIT.
012660*----------------------------------------------------------*
012670* 8800-DATE-TO-SERIAL -- YYYYMMDD TO A SERIAL DAY NUMBER    *
012680*                 WITH ORDINARY ARITHMETIC (GOOD FOR        *
012690*                 1901-2099, ALL THIS SHOP NEEDS)           *
012700*----------------------------------------------------------*
012710 8800-DATE-TO-SERIAL.
012720     IF WS-DTS-MM > 2
012730         COMPUTE WS-DTS-Y = WS-DTS-YYYY
012740         COMPUTE WS-DTS-M = WS-DTS-MM + 1
012750     ELSE
012760         COMPUTE WS-DTS-Y = WS-DTS-YYYY - 1
012770         COMPUTE WS-DTS-M = WS-DTS-MM + 13
012780     END-IF.
012790     COMPUTE WS-DTS-SERIAL = (36525 * WS-DTS-Y) / 100
012800                           + (306001 * WS-DTS-M) / 10000
012810                           + WS-DTS-DD.
012820 8800-EXIT.
012830     EXIT.
012840*----------------------------------------------------------*
012850* 8900-SET-MONTH-LIMIT -- LAST DAY OF THE TEST DATE'S       *
012860*                 MONTH, LEAP YEARS INCLUDED                *
012870*----------------------------------------------------------*
012880 8900-SET-MONTH-LIMIT.
012890     MOVE WS-DIM(WS-TD-MM) TO WS-MONTH-LIMIT.
012900     IF WS-TD-MM = 2
012910         DIVIDE WS-TD-YYYY BY 4
012920             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
012930         IF WS-LEAP-REM = ZERO
012940             DIVIDE WS-TD-YYYY BY 100
012950                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
012960             IF WS-LEAP-REM NOT = ZERO
012970                 MOVE 29 TO WS-MONTH-LIMIT
012980             ELSE
012990                 DIVIDE WS-TD-YYYY BY 400
013000                     GIVING WS-LEAP-QUOT
013010                     REMAINDER WS-LEAP-REM
013020                 IF WS-LEAP-REM = ZERO
013030                     MOVE 29 TO WS-MONTH-LIMIT
013040                 END-IF
013050             END-IF
013060         END-IF
013070     END-IF.
013080 8900-EXIT.
013090     EXIT.
013100*----------------------------------------------------------*
013110* 9000-TERMINATE -- CLOSE THE REPORT AND NAME THE VOLUME ON *
013120*                 THE JOB LOG                               *
013130*----------------------------------------------------------*
013140 9000-TERMINATE.
013150     CLOSE REPORT-OUT.
013160     DISPLAY "PREVISION-TRESORERIE: " WS-PROJECTED-COUNT
013170             " ITEMS PROJECTED OVER " WS-HZ-COUNT
013180             " BUSINESS DAYS.".
013190     MOVE ZERO TO RETURN-CODE.
013200 9000-EXIT.
013210     EXIT.
