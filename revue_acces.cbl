000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REVUE-ACCES.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  QUARTERLY OPERATOR ACCESS   *
000110*                 REVIEW FOR INTERNAL AUDIT, ON ACCRVW.     *
000120*                 EVERY ID ON THE OPERATOR MASTER IS        *
000130*                 LISTED WITH ITS ACTIVE FLAG, PASSWORD     *
000140*                 AGE, FORCE-CHANGE FLAG, GRANTED MENU      *
000150*                 FUNCTIONS AND LAST ACTIVITY.  THREE       *
000160*                 EXCEPTION LISTS FOLLOW: ACTIVE IDS WITH   *
000170*                 NO SIGN-ON (SECLOG) OR AUDIT TRAIL        *
000180*                 (AUDITLOG) ACTIVITY IN THE REVIEW PERIOD  *
000190*                 (ACCDAYS, DEFAULT 90 DAYS); IDS WITH      *
000200*                 ACCEVTMAX (DEFAULT 3) OR MORE FAILED      *
000210*                 SIGN-ONS OR REFUSED FUNCTIONS IN THE      *
000220*                 PERIOD, WHETHER ON THE MASTER OR NOT;     *
000230*                 AND EVERY ITEM IN THE PERIOD WHERE ONE    *
000240*                 OPERATOR WAS BOTH MAKER AND CHECKER - ON  *
000250*                 THE PENDING-APPROVAL FILE, ON THE AUDIT   *
000260*                 TRAIL'S APPROVAL RECORDS, AND ON THE      *
000270*                 REFERRAL AND SUSPECTED-DUPLICATE QUEUES,  *
000280*                 WHERE THE MAKER IS THE OPERATOR WHO KEYED *
000290*                 THE ITEM ONTO THE PENDING-APPROVAL FILE.  *
000300*                 THE REPORT ENDS WITH A SIGN-OFF PAGE FOR  *
000310*                 THE REVIEWER.  ANY FILE NOT THERE IS      *
000320*                 TAKEN AS EMPTY.                           *
000330*----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPERATOR-MASTER  ASSIGN TO OPRMAST
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-OPR-STATUS.
000400     SELECT SECURITY-LOG     ASSIGN TO SECLOG
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SEC-STATUS.
000430     SELECT AUDIT-IN         ASSIGN TO AUDITLOG
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUDIT-STATUS.
000460     SELECT PEND-IN          ASSIGN TO PENDAPPR
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PEND-STATUS.
000490     SELECT REFER-IN         ASSIGN TO REFEROUT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-REFER-STATUS.
000520     SELECT DUP-IN           ASSIGN TO DUPSUSP
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-DUP-STATUS.
000550     SELECT REPORT-OUT       ASSIGN TO ACCRVW
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570 DATA DIVISION.
000580 FILE SECTION.
000590*----------------------------------------------------------*
000600* OPERATOR-MASTER -- ONE RECORD PER OPERATOR ID             *
000610*----------------------------------------------------------*
000620 FD  OPERATOR-MASTER.
000630     COPY OPRREC.
000640*----------------------------------------------------------*
000650* SECURITY-LOG -- SIGN-ONS AND SECURITY EVENTS              *
000660*----------------------------------------------------------*
000670 FD  SECURITY-LOG.
000680     COPY SECREC.
000690*----------------------------------------------------------*
000700* AUDIT-IN -- THE CUMULATIVE AUDIT TRAIL                    *
000710*----------------------------------------------------------*
000720 FD  AUDIT-IN.
000730     COPY AUDTREC.
000740*----------------------------------------------------------*
000750* PEND-IN -- THE PENDING-APPROVAL FILE                      *
000760*----------------------------------------------------------*
000770 FD  PEND-IN.
000780     COPY PNDREC.
000790*----------------------------------------------------------*
000800* REFER-IN -- THE REFERRAL QUEUE                            *
000810*----------------------------------------------------------*
000820 FD  REFER-IN.
000830     COPY REFREC.
000840*----------------------------------------------------------*
000850* DUP-IN -- THE SUSPECTED-DUPLICATE QUEUE                   *
000860*----------------------------------------------------------*
000870 FD  DUP-IN.
000880     COPY DUPREC.
000890*----------------------------------------------------------*
000900* REPORT-OUT -- THE PRINTED ACCESS REVIEW                   *
000910*----------------------------------------------------------*
000920 FD  REPORT-OUT.
000930 01  PRINT-LINE                  PIC X(80).
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------*
000960* SWITCHES AND STATUS FIELDS                                *
000970*----------------------------------------------------------*
000980 01  WS-OPR-STATUS               PIC X(02).
000990 01  WS-SEC-STATUS               PIC X(02).
001000 01  WS-AUDIT-STATUS             PIC X(02).
001010 01  WS-PEND-STATUS              PIC X(02).
001020 01  WS-REFER-STATUS             PIC X(02).
001030 01  WS-DUP-STATUS               PIC X(02).
001040 01  WS-EOF-SW                   PIC X(01).
001050     88  WS-EOF                        VALUE "Y".
001060     88  WS-NOT-EOF                    VALUE "N".
001070 01  WS-PERIOD-SW                PIC X(01).
001080     88  WS-IN-PERIOD                  VALUE "Y".
001090     88  WS-OUT-OF-PERIOD              VALUE "N".
001100*----------------------------------------------------------*
001110* REVIEW DATE, REVIEW PERIOD AND EVENT LIMIT                *
001120*----------------------------------------------------------*
001130 01  WS-RUN-DATE                 PIC 9(08).
001140 01  WS-REVIEW-DAYS              PIC 9(03) COMP VALUE 90.
001150 01  WS-EVENT-LIMIT              PIC 9(02) COMP VALUE 3.
001160 01  WS-DAYS-BUFFER              PIC X(03).
001170 01  WS-DAYS-ZEROS               PIC X(03) VALUE "000".
001180 01  WS-DAYS-ZF                  PIC X(03).
001190 01  WS-DAYS-ZF-VALUE REDEFINES WS-DAYS-ZF
001200                                 PIC 9(03).
001210 01  WS-DAYS-LEN                 PIC 9(02) COMP.
001220 01  WS-LIMIT-BUFFER             PIC X(02).
001230 01  WS-LIMIT-ZEROS              PIC X(02) VALUE "00".
001240 01  WS-LIMIT-ZF                 PIC X(02).
001250 01  WS-LIMIT-ZF-VALUE REDEFINES WS-LIMIT-ZF
001260                                 PIC 9(02).
001270 01  WS-LIMIT-LEN                PIC 9(02) COMP.
001280*----------------------------------------------------------*
001290* DAY ARITHMETIC                                            *
001300*----------------------------------------------------------*
001310 01  WS-DTS-DATE                 PIC 9(08).
001320 01  WS-DTS-DATE-R REDEFINES WS-DTS-DATE.
001330     05  WS-DTS-YYYY             PIC 9(04).
001340     05  WS-DTS-MM               PIC 9(02).
001350     05  WS-DTS-DD               PIC 9(02).
001360 01  WS-DTS-Y                    PIC 9(04) COMP.
001370 01  WS-DTS-M                    PIC 9(02) COMP.
001380 01  WS-DTS-SERIAL               PIC 9(08) COMP.
001390 01  WS-TODAY-SERIAL             PIC 9(08) COMP.
001400 01  WS-CUTOFF-SERIAL            PIC 9(08) COMP.
001410 01  WS-CHECK-DATE               PIC X(08).
001420 01  WS-LAST-ACTIVITY            PIC 9(08).
001430 01  WS-DAYS-SINCE               PIC 9(08) COMP.
001440*----------------------------------------------------------*
001450* CONTROL TOTALS                                            *
001460*----------------------------------------------------------*
001470 01  WS-OPR-READ                 PIC 9(7) COMP VALUE ZERO.
001480 01  WS-OPR-LOST                 PIC 9(7) COMP VALUE ZERO.
001490 01  WS-ACTIVE-COUNT             PIC 9(7) COMP VALUE ZERO.
001500 01  WS-INACTIVE-COUNT           PIC 9(7) COMP VALUE ZERO.
001510 01  WS-SEC-READ                 PIC 9(7) COMP VALUE ZERO.
001520 01  WS-SEC-IN-PERIOD            PIC 9(7) COMP VALUE ZERO.
001530 01  WS-AUDIT-READ               PIC 9(7) COMP VALUE ZERO.
001540 01  WS-PEND-READ                PIC 9(7) COMP VALUE ZERO.
001550 01  WS-REFER-READ               PIC 9(7) COMP VALUE ZERO.
001560 01  WS-DUP-READ                 PIC 9(7) COMP VALUE ZERO.
001570 01  WS-DORMANT-COUNT            PIC 9(7) COMP VALUE ZERO.
001580 01  WS-REPEAT-COUNT             PIC 9(7) COMP VALUE ZERO.
001590 01  WS-SOD-TOTAL                PIC 9(7) COMP VALUE ZERO.
001600*----------------------------------------------------------*
001610* OPERATOR TABLE -- ONE SLOT PER ID ON THE MASTER, IN       *
001620* MASTER ORDER, THEN ONE PER ID FOUND ONLY ON THE SECURITY  *
001630* LOG WITH FAILED SIGN-ONS OR REFUSED FUNCTIONS             *
001640*----------------------------------------------------------*
001650 01  WS-OPR-COUNT                PIC 9(04) COMP VALUE ZERO.
001660 01  WS-OPR-MAX                  PIC 9(04) COMP VALUE 200.
001670 01  WS-OPR-SUB                  PIC 9(04) COMP.
001680 01  WS-OPR-HIT                  PIC 9(04) COMP.
001690 01  WS-LOOKUP-ID                PIC X(08).
001700 01  WS-OPR-TABLE.
001710     05  WS-OPR-ENTRY OCCURS 200 TIMES.
001720         10  WS-OT-ID            PIC X(08).
001730         10  WS-OT-NAME          PIC X(30).
001740         10  WS-OT-ACTIVE        PIC X(01).
001750         10  WS-OT-ON-MASTER     PIC X(01).
001760         10  WS-OT-AUTH          PIC X(15).
001770         10  WS-OT-PWD-CHANGED   PIC 9(08).
001780         10  WS-OT-FORCE         PIC X(01).
001790         10  WS-OT-LAST-SIGNON   PIC 9(08).
001800         10  WS-OT-LAST-AUDIT    PIC 9(08).
001810         10  WS-OT-SGNF          PIC 9(05) COMP.
001820         10  WS-OT-FUNC          PIC 9(05) COMP.
001830         10  WS-OT-SOD           PIC 9(05) COMP.
001840         10  WS-OT-DORMANT       PIC X(01).
001850         10  WS-OT-REPEAT        PIC X(01).
001860*----------------------------------------------------------*
001870* MAKER TABLE -- THE OPERATOR WHO KEYED EACH TRAN-ID ONTO   *
001880* THE PENDING-APPROVAL FILE                                 *
001890*----------------------------------------------------------*
001900 01  WS-MKR-COUNT                PIC 9(04) COMP VALUE ZERO.
001910 01  WS-MKR-MAX                  PIC 9(04) COMP VALUE 5000.
001920 01  WS-MKR-SUB                  PIC 9(04) COMP.
001930 01  WS-MKR-HIT                  PIC 9(04) COMP.
001940 01  WS-MKR-LOST                 PIC 9(7) COMP VALUE ZERO.
001950 01  WS-LOOKUP-TRAN              PIC X(06).
001960 01  WS-MKR-TABLE.
001970     05  WS-MKR-ENTRY OCCURS 5000 TIMES.
001980         10  WS-MK-TRAN-ID       PIC X(06).
001990         10  WS-MK-MAKER         PIC X(08).
002000*----------------------------------------------------------*
002010* SAME MAKER AND CHECKER -- ONE SLOT PER CASE FOUND         *
002020*----------------------------------------------------------*
002030 01  WS-SOD-COUNT                PIC 9(04) COMP VALUE ZERO.
002040 01  WS-SOD-MAX                  PIC 9(04) COMP VALUE 500.
002050 01  WS-SOD-SUB                  PIC 9(04) COMP.
002060 01  WS-SOD-SOURCE               PIC X(08).
002070 01  WS-SOD-TRAN-ID              PIC X(06).
002080 01  WS-SOD-OPERATOR             PIC X(08).
002090 01  WS-SOD-DATE                 PIC 9(08).
002100 01  WS-SOD-DETAIL               PIC X(30).
002110 01  WS-SOD-TABLE.
002120     05  WS-SOD-ENTRY OCCURS 500 TIMES.
002130         10  WS-SD-SOURCE        PIC X(08).
002140         10  WS-SD-TRAN-ID       PIC X(06).
002150         10  WS-SD-OPERATOR      PIC X(08).
002160         10  WS-SD-DATE          PIC 9(08).
002170         10  WS-SD-DETAIL        PIC X(30).
002180*----------------------------------------------------------*
002190* WORK COPY OF A QUEUED TRANSACTION IMAGE                   *
002200*----------------------------------------------------------*
002210 COPY TRANREC REPLACING ==TRANSACTION-RECORD== BY
002220     ==WS-IMAGE-TRAN==.
002230*----------------------------------------------------------*
002240* MENU FUNCTION NAMES, IN OPR-AUTH-FUNCTION ORDER           *
002250*----------------------------------------------------------*
002260 01  WS-FUNCTION-NAMES.
002270     05  FILLER                  PIC X(30)
002280                                 VALUE "INTEGER ADDITION".
002290     05  FILLER                  PIC X(30)
002300                                 VALUE "DECIMAL ADDITION".
002310     05  FILLER                  PIC X(30)
002320                                 VALUE "SIGNED DECIMAL ADDITION".
002330     05  FILLER                  PIC X(30)
002340                                 VALUE "EXCEPTION REPAIR".
002350     05  FILLER                  PIC X(30)
002360                                 VALUE "AUDIT TRAIL INQUIRY".
002370     05  FILLER                  PIC X(30)
002380                                 VALUE "TRANSACTION ENTRY".
002390     05  FILLER                  PIC X(30)
002400                     VALUE "TRANSACTION HISTORY INQUIRY".
002410     05  FILLER                  PIC X(30)
002420                                 VALUE "TRANSACTION REVERSAL".
002430     05  FILLER                  PIC X(30)
002440                     VALUE "STANDING-ORDER MAINTENANCE".
002450     05  FILLER                  PIC X(30)
002460                                 VALUE "OPERATOR ADMINISTRATION".
002470     05  FILLER                  PIC X(30)
002480                                 VALUE "REPORT CATALOG".
002490     05  FILLER                  PIC X(30)
002500                                 VALUE "APPROVAL REVIEW".
002510     05  FILLER                  PIC X(30)
002520                     VALUE "AMOUNT-LIMIT REFERRAL REVIEW".
002530     05  FILLER                  PIC X(30)
002540                     VALUE "ACCOUNT MASTER MAINTENANCE".
002550     05  FILLER                  PIC X(30)
002560                     VALUE "SUSPECTED-DUPLICATE REVIEW".
002570 01  WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-NAMES.
002580     05  WS-FUNCTION-NAME        PIC X(30) OCCURS 15 TIMES.
002590 01  WS-FUNC-SUB                 PIC 9(02) COMP.
002600 01  WS-FUNC-STRING              PIC X(15).
002610*----------------------------------------------------------*
002620* PAGE CONTROL                                              *
002630*----------------------------------------------------------*
002640 01  WS-PAGE-NO                  PIC 9(3) COMP VALUE 1.
002650 01  WS-LINE-CNT                 PIC 9(3) COMP VALUE 99.
002660 01  WS-MAX-LINES                PIC 9(3) COMP VALUE 50.
002670 01  WS-SUB-HEAD-1               PIC X(80).
002680 01  WS-SUB-HEAD-2               PIC X(80).
002690*----------------------------------------------------------*
002700* REPORT LINE LAYOUTS                                       *
002710*----------------------------------------------------------*
002720 01  SEPARATOR-LINE              PIC X(78) VALUE ALL "-".
002730 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
002740 01  HEADING-LINE-1.
002750     05  FILLER                  PIC X(26)
002760                     VALUE "OPERATOR ACCESS REVIEW AS ".
002770     05  FILLER                  PIC X(03) VALUE "OF ".
002780     05  HL1-DATE                PIC 9(08).
002790     05  FILLER                  PIC X(34) VALUE SPACES.
002800     05  FILLER                  PIC X(05) VALUE "PAGE ".
002810     05  HL1-PAGE                PIC ZZ9.
002820 01  HEADING-LINE-2.
002830     05  FILLER                  PIC X(14)
002840                                 VALUE "REVIEW PERIOD ".
002850     05  HL2-DAYS                PIC ZZ9.
002860     05  FILLER                  PIC X(18)
002870                                 VALUE " DAYS  EVENT LIMIT".
002880     05  HL2-LIMIT               PIC ZZ9.
002890 01  SECTION-LINE                PIC X(80).
002900*----------------------------------------------------------*
002910* SECTION 1 -- THE ACCESS LIST                              *
002920*----------------------------------------------------------*
002930 01  ACCESS-HEAD-1.
002940     05  FILLER                  PIC X(10) VALUE "OPERATOR".
002950     05  FILLER                  PIC X(21) VALUE "NAME".
002960     05  FILLER                  PIC X(03) VALUE "ST".
002970     05  FILLER                  PIC X(07) VALUE "  PWD".
002980     05  FILLER                  PIC X(03) VALUE "FC".
002990     05  FILLER                  PIC X(17) VALUE "FUNCTIONS".
003000     05  FILLER                  PIC X(10) VALUE "LAST".
003010     05  FILLER                  PIC X(09) VALUE "FLAGS".
003020 01  ACCESS-HEAD-2.
003030     05  FILLER                  PIC X(34) VALUE SPACES.
003040     05  FILLER                  PIC X(07) VALUE "  AGE".
003050     05  FILLER                  PIC X(03) VALUE SPACES.
003060     05  FILLER                  PIC X(17)
003070                                 VALUE "123456789012345".
003080     05  FILLER                  PIC X(10) VALUE "ACTIVITY".
003090     05  FILLER                  PIC X(09) VALUE SPACES.
003100 01  ACCESS-LINE.
003110     05  AL-ID                   PIC X(08).
003120     05  FILLER                  PIC X(02) VALUE SPACES.
003130     05  AL-NAME                 PIC X(20).
003140     05  FILLER                  PIC X(01) VALUE SPACES.
003150     05  AL-ACTIVE               PIC X(01).
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  AL-PWD-AGE              PIC ZZZZ9.
003180     05  AL-PWD-AGE-X REDEFINES AL-PWD-AGE
003190                                 PIC X(05).
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  AL-FORCE                PIC X(01).
003220     05  FILLER                  PIC X(02) VALUE SPACES.
003230     05  AL-FUNCTIONS            PIC X(15).
003240     05  FILLER                  PIC X(02) VALUE SPACES.
003250     05  AL-LAST                 PIC X(08).
003260     05  FILLER                  PIC X(02) VALUE SPACES.
003270     05  AL-FLAGS                PIC X(09).
003280 01  LEGEND-LINE                 PIC X(80).
003290 01  FUNCTION-LINE.
003300     05  FILLER                  PIC X(04) VALUE SPACES.
003310     05  FL-NUMBER               PIC Z9.
003320     05  FILLER                  PIC X(02) VALUE SPACES.
003330     05  FL-NAME                 PIC X(30).
003340*----------------------------------------------------------*
003350* SECTION 2 -- DORMANT IDS                                  *
003360*----------------------------------------------------------*
003370 01  DORMANT-HEAD-1.
003380     05  FILLER                  PIC X(10) VALUE "OPERATOR".
003390     05  FILLER                  PIC X(22) VALUE "NAME".
003400     05  FILLER                  PIC X(10) VALUE "LAST".
003410     05  FILLER                  PIC X(10) VALUE "LAST".
003420     05  FILLER                  PIC X(07) VALUE "   DAYS".
003430 01  DORMANT-HEAD-2.
003440     05  FILLER                  PIC X(32) VALUE SPACES.
003450     05  FILLER                  PIC X(10) VALUE "SIGN-ON".
003460     05  FILLER                  PIC X(10) VALUE "AUDIT".
003470     05  FILLER                  PIC X(07) VALUE "   IDLE".
003480 01  DORMANT-LINE.
003490     05  DL-ID                   PIC X(08).
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  DL-NAME                 PIC X(20).
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  DL-SIGNON               PIC X(08).
003540     05  FILLER                  PIC X(02) VALUE SPACES.
003550     05  DL-AUDIT                PIC X(08).
003560     05  FILLER                  PIC X(02) VALUE SPACES.
003570     05  DL-IDLE                 PIC ZZZ,ZZ9.
003580     05  DL-IDLE-X REDEFINES DL-IDLE
003590                                 PIC X(07).
003600*----------------------------------------------------------*
003610* SECTION 3 -- REPEATED SECURITY EVENTS                     *
003620*----------------------------------------------------------*
003630 01  EVENT-HEAD-1.
003640     05  FILLER                  PIC X(10) VALUE "OPERATOR".
003650     05  FILLER                  PIC X(32) VALUE "NAME".
003660     05  FILLER                  PIC X(10) VALUE "    FAILED".
003670     05  FILLER                  PIC X(10) VALUE "   REFUSED".
003680 01  EVENT-HEAD-2.
003690     05  FILLER                  PIC X(42) VALUE SPACES.
003700     05  FILLER                  PIC X(10) VALUE "  SIGN-ONS".
003710     05  FILLER                  PIC X(10) VALUE " FUNCTIONS".
003720 01  EVENT-LINE.
003730     05  EL-ID                   PIC X(08).
003740     05  FILLER                  PIC X(02) VALUE SPACES.
003750     05  EL-NAME                 PIC X(30).
003760     05  FILLER                  PIC X(05) VALUE SPACES.
003770     05  EL-SGNF                 PIC ZZ,ZZ9.
003780     05  FILLER                  PIC X(04) VALUE SPACES.
003790     05  EL-FUNC                 PIC ZZ,ZZ9.
003800*----------------------------------------------------------*
003810* SECTION 4 -- SAME MAKER AND CHECKER                       *
003820*----------------------------------------------------------*
003830 01  SOD-HEAD-1.
003840     05  FILLER                  PIC X(10) VALUE "SOURCE".
003850     05  FILLER                  PIC X(08) VALUE "TRAN".
003860     05  FILLER                  PIC X(10) VALUE "OPERATOR".
003870     05  FILLER                  PIC X(10) VALUE "DATE".
003880     05  FILLER                  PIC X(30)
003890                     VALUE "WHAT THE ONE OPERATOR DID".
003900 01  SOD-LINE.
003910     05  SL-SOURCE               PIC X(08).
003920     05  FILLER                  PIC X(02) VALUE SPACES.
003930     05  SL-TRAN-ID              PIC X(06).
003940     05  FILLER                  PIC X(02) VALUE SPACES.
003950     05  SL-OPERATOR             PIC X(08).
003960     05  FILLER                  PIC X(02) VALUE SPACES.
003970     05  SL-DATE                 PIC 9(08).
003980     05  FILLER                  PIC X(02) VALUE SPACES.
003990     05  SL-DETAIL               PIC X(30).
004000 01  NONE-LINE                   PIC X(40) VALUE "    NONE".
004010*----------------------------------------------------------*
004020* REVIEW SUMMARY AND SIGN-OFF                               *
004030*----------------------------------------------------------*
004040 01  PROOF-COUNT-LINE.
004050     05  PCL-CAPTION             PIC X(44).
004060     05  PCL-COUNT               PIC ZZZ,ZZ9.
004070 01  SIGNOFF-LINE                PIC X(80).
004080 01  SIGNOFF-FIELD-LINE.
004090     05  SFL-CAPTION             PIC X(20).
004100     05  FILLER                  PIC X(40) VALUE ALL "_".
004110 01  SIGNOFF-RULE-LINE.
004120     05  FILLER                  PIC X(60) VALUE ALL "_".
004130 PROCEDURE DIVISION.
004140 0000-MAINLINE.
004150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004160     PERFORM 2000-LOAD-OPERATORS THRU 2000-EXIT.
004170     PERFORM 3000-SCAN-SECLOG THRU 3000-EXIT.
004180     PERFORM 4000-SCAN-AUDIT THRU 4000-EXIT.
004190     PERFORM 5000-SCAN-PENDING THRU 5000-EXIT.
004200     PERFORM 5300-SCAN-REFERRALS THRU 5300-EXIT.
004210     PERFORM 5500-SCAN-DUPLICATES THRU 5500-EXIT.
004220     PERFORM 5900-EVALUATE-OPERATORS THRU 5900-EXIT.
004230     PERFORM 6000-PRINT-ACCESS-LIST THRU 6000-EXIT.
004240     PERFORM 6300-PRINT-DORMANT THRU 6300-EXIT.
004250     PERFORM 6500-PRINT-EVENTS THRU 6500-EXIT.
004260     PERFORM 6700-PRINT-SOD THRU 6700-EXIT.
004270     PERFORM 8000-PRINT-SIGNOFF THRU 8000-EXIT.
004280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004290     STOP RUN.
004300*----------------------------------------------------------*
004310* 1000-INITIALIZE -- REVIEW DATE, PERIOD AND EVENT LIMIT,   *
004320*                 AND OPEN THE REPORT                       *
004330*----------------------------------------------------------*
004340 1000-INITIALIZE.
004350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004360     PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT.
004370     MOVE WS-RUN-DATE TO WS-DTS-DATE.
004380     PERFORM 8800-DATE-TO-SERIAL THRU 8800-EXIT.
004390     MOVE WS-DTS-SERIAL TO WS-TODAY-SERIAL.
004400     COMPUTE WS-CUTOFF-SERIAL = WS-TODAY-SERIAL - WS-REVIEW-DAYS.
004410     OPEN OUTPUT REPORT-OUT.
004420 1000-EXIT.
004430     EXIT.
004440*----------------------------------------------------------*
004450* 1100-GET-PARAMETERS -- ACCDAYS AND ACCEVTMAX FROM THE     *
004460*                 ENVIRONMENT, RIGHT-JUSTIFIED AND ZERO-    *
004470*                 FILLED.  A MISSING OR ZERO VALUE KEEPS    *
004480*                 THE DEFAULT.                              *
004490*----------------------------------------------------------*
004500 1100-GET-PARAMETERS.
004510     ACCEPT WS-DAYS-BUFFER FROM ENVIRONMENT "ACCDAYS".
004520     MOVE ZERO TO WS-DAYS-LEN.
004530     INSPECT WS-DAYS-BUFFER TALLYING WS-DAYS-LEN
004540         FOR CHARACTERS BEFORE INITIAL SPACE.
004550     IF WS-DAYS-LEN > ZERO
004560         IF WS-DAYS-LEN = 3
004570             MOVE WS-DAYS-BUFFER TO WS-DAYS-ZF
004580         ELSE
004590             STRING WS-DAYS-ZEROS(1 : 3 - WS-DAYS-LEN)
004600                        DELIMITED BY SIZE
004610                    WS-DAYS-BUFFER(1 : WS-DAYS-LEN)
004620                        DELIMITED BY SIZE
004630                 INTO WS-DAYS-ZF
004640         END-IF
004650         IF WS-DAYS-ZF IS NUMERIC
004660          AND WS-DAYS-ZF-VALUE > ZERO
004670             MOVE WS-DAYS-ZF-VALUE TO WS-REVIEW-DAYS
004680         END-IF
004690     END-IF.
004700     ACCEPT WS-LIMIT-BUFFER FROM ENVIRONMENT "ACCEVTMAX".
004710     MOVE ZERO TO WS-LIMIT-LEN.
004720     INSPECT WS-LIMIT-BUFFER TALLYING WS-LIMIT-LEN
004730         FOR CHARACTERS BEFORE INITIAL SPACE.
004740     IF WS-LIMIT-LEN > ZERO
004750         IF WS-LIMIT-LEN = 2
004760             MOVE WS-LIMIT-BUFFER TO WS-LIMIT-ZF
004770         ELSE
004780             STRING WS-LIMIT-ZEROS(1 : 2 - WS-LIMIT-LEN)
004790                        DELIMITED BY SIZE
004800                    WS-LIMIT-BUFFER(1 : WS-LIMIT-LEN)
004810                        DELIMITED BY SIZE
004820                 INTO WS-LIMIT-ZF
004830         END-IF
004840         IF WS-LIMIT-ZF IS NUMERIC
004850          AND WS-LIMIT-ZF-VALUE > ZERO
004860             MOVE WS-LIMIT-ZF-VALUE TO WS-EVENT-LIMIT
004870         END-IF
004880     END-IF.
004890 1100-EXIT.
004900     EXIT.
004910*----------------------------------------------------------*
004920* 2000-LOAD-OPERATORS -- EVERY ID ON THE OPERATOR MASTER    *
004930*                 INTO THE OPERATOR TABLE                   *
004940*----------------------------------------------------------*
004950 2000-LOAD-OPERATORS.
004960     SET WS-NOT-EOF TO TRUE.
004970     OPEN INPUT OPERATOR-MASTER.
004980     IF WS-OPR-STATUS NOT = "00"
004990         DISPLAY "REVUE-ACCES: NO OPERATOR MASTER (OPRMAST) - "
005000                 "NO IDS TO REVIEW."
005010         GO TO 2000-EXIT
005020     END-IF.
005030     PERFORM 2150-READ-OPERATOR THRU 2150-EXIT.
005040     PERFORM 2100-LOAD-ONE-OPERATOR THRU 2100-EXIT
005050         UNTIL WS-EOF.
005060     CLOSE OPERATOR-MASTER.
005070 2000-EXIT.
005080     EXIT.
005090 2100-LOAD-ONE-OPERATOR.
005100     ADD 1 TO WS-OPR-READ.
005110     IF WS-OPR-COUNT >= WS-OPR-MAX
005120         ADD 1 TO WS-OPR-LOST
005130         DISPLAY "REVUE-ACCES: OPERATOR TABLE FULL - "
005140                 OPR-ID " NOT REVIEWED."
005150         GO TO 2100-NEXT
005160     END-IF.
005170     ADD 1 TO WS-OPR-COUNT.
005180     MOVE WS-OPR-COUNT TO WS-OPR-SUB.
005190     PERFORM 7150-CLEAR-SLOT THRU 7150-EXIT.
005200     MOVE OPR-ID            TO WS-OT-ID(WS-OPR-SUB).
005210     MOVE OPR-NAME          TO WS-OT-NAME(WS-OPR-SUB).
005220     MOVE OPR-ACTIVE-FLAG   TO WS-OT-ACTIVE(WS-OPR-SUB).
005230     MOVE "Y"               TO WS-OT-ON-MASTER(WS-OPR-SUB).
005240     MOVE OPR-AUTH-FLAGS    TO WS-OT-AUTH(WS-OPR-SUB).
005250     IF OPR-PWD-CHANGED IS NUMERIC
005260         MOVE OPR-PWD-CHANGED TO WS-OT-PWD-CHANGED(WS-OPR-SUB)
005270     END-IF.
005280     MOVE OPR-FORCE-CHANGE  TO WS-OT-FORCE(WS-OPR-SUB).
005290     IF OPR-ACTIVE
005300         ADD 1 TO WS-ACTIVE-COUNT
005310     ELSE
005320         ADD 1 TO WS-INACTIVE-COUNT
005330     END-IF.
005340 2100-NEXT.
005350     PERFORM 2150-READ-OPERATOR THRU 2150-EXIT.
005360 2100-EXIT.
005370     EXIT.
005380 2150-READ-OPERATOR.
005390     READ OPERATOR-MASTER
005400         AT END SET WS-EOF TO TRUE
005410     END-READ.
005420 2150-EXIT.
005430     EXIT.
005440*----------------------------------------------------------*
005450* 3000-SCAN-SECLOG -- LAST SIGN-ON PER OPERATOR, AND THE    *
005460*                 FAILED SIGN-ONS AND REFUSED FUNCTIONS IN  *
005470*                 THE REVIEW PERIOD.  ANY EVENT BUT A       *
005480*                 FAILED SIGN-ON PROVES THE ID SIGNED ON.   *
005490*----------------------------------------------------------*
005500 3000-SCAN-SECLOG.
005510     SET WS-NOT-EOF TO TRUE.
005520     OPEN INPUT SECURITY-LOG.
005530     IF WS-SEC-STATUS NOT = "00"
005540         DISPLAY "REVUE-ACCES: NO SECURITY LOG (SECLOG) - "
005550                 "NO SIGN-ONS OR EVENTS TAKEN."
005560         GO TO 3000-EXIT
005570     END-IF.
005580     PERFORM 3150-READ-SECLOG THRU 3150-EXIT.
005590     PERFORM 3100-SECLOG-RECORD THRU 3100-EXIT
005600         UNTIL WS-EOF.
005610     CLOSE SECURITY-LOG.
005620 3000-EXIT.
005630     EXIT.
005640 3100-SECLOG-RECORD.
005650     ADD 1 TO WS-SEC-READ.
005660     IF SEC-DATE NOT NUMERIC
005670         GO TO 3100-NEXT
005680     END-IF.
005690     MOVE SEC-OPERATOR-ID TO WS-LOOKUP-ID.
005700     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
005710     IF WS-OPR-HIT > ZERO
005720      AND NOT SEC-EVENT-SIGNON-FAIL
005730         IF SEC-DATE > WS-OT-LAST-SIGNON(WS-OPR-HIT)
005740             MOVE SEC-DATE TO WS-OT-LAST-SIGNON(WS-OPR-HIT)
005750         END-IF
005760     END-IF.
005770     MOVE SEC-DATE TO WS-CHECK-DATE.
005780     PERFORM 7300-CHECK-PERIOD THRU 7300-EXIT.
005790     IF WS-OUT-OF-PERIOD
005800         GO TO 3100-NEXT
005810     END-IF.
005820     ADD 1 TO WS-SEC-IN-PERIOD.
005830     IF NOT SEC-EVENT-SIGNON-FAIL
005840      AND NOT SEC-EVENT-UNAUTH-FUNC
005850         GO TO 3100-NEXT
005860     END-IF.
005870     IF WS-OPR-HIT = ZERO
005880         PERFORM 7100-ADD-UNKNOWN THRU 7100-EXIT
005890         IF WS-OPR-HIT = ZERO
005900             GO TO 3100-NEXT
005910         END-IF
005920     END-IF.
005930     IF SEC-EVENT-SIGNON-FAIL
005940         ADD 1 TO WS-OT-SGNF(WS-OPR-HIT)
005950     ELSE
005960         ADD 1 TO WS-OT-FUNC(WS-OPR-HIT)
005970     END-IF.
005980 3100-NEXT.
005990     PERFORM 3150-READ-SECLOG THRU 3150-EXIT.
006000 3100-EXIT.
006010     EXIT.
006020 3150-READ-SECLOG.
006030     READ SECURITY-LOG
006040         AT END SET WS-EOF TO TRUE
006050     END-READ.
006060 3150-EXIT.
006070     EXIT.
006080*----------------------------------------------------------*
006090* 4000-SCAN-AUDIT -- LAST AUDIT TRAIL ACTIVITY PER          *
006100*                 OPERATOR, AND APPROVAL RECORDS IN THE     *
006110*                 PERIOD WHERE THE CHECKER WAS THE MAKER    *
006120*----------------------------------------------------------*
006130 4000-SCAN-AUDIT.
006140     SET WS-NOT-EOF TO TRUE.
006150     OPEN INPUT AUDIT-IN.
006160     IF WS-AUDIT-STATUS NOT = "00"
006170         DISPLAY "REVUE-ACCES: NO AUDIT TRAIL (AUDITLOG) - "
006180                 "NO AUDIT ACTIVITY TAKEN."
006190         GO TO 4000-EXIT
006200     END-IF.
006210     PERFORM 4150-READ-AUDIT THRU 4150-EXIT.
006220     PERFORM 4100-AUDIT-RECORD THRU 4100-EXIT
006230         UNTIL WS-EOF.
006240     CLOSE AUDIT-IN.
006250 4000-EXIT.
006260     EXIT.
006270 4100-AUDIT-RECORD.
006280     ADD 1 TO WS-AUDIT-READ.
006290     IF AUD-RUN-DATE NOT NUMERIC
006300         GO TO 4100-NEXT
006310     END-IF.
006320     MOVE AUD-OPERATOR-ID TO WS-LOOKUP-ID.
006330     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
006340     IF WS-OPR-HIT > ZERO
006350         IF AUD-RUN-DATE > WS-OT-LAST-AUDIT(WS-OPR-HIT)
006360             MOVE AUD-RUN-DATE TO WS-OT-LAST-AUDIT(WS-OPR-HIT)
006370         END-IF
006380     END-IF.
006390     IF AUD-PROGRAM-ID NOT = "APPROB"
006400      OR AUD-MAKER-ID = SPACES
006410      OR AUD-MAKER-ID NOT = AUD-OPERATOR-ID
006420         GO TO 4100-NEXT
006430     END-IF.
006440     MOVE AUD-RUN-DATE TO WS-CHECK-DATE.
006450     PERFORM 7300-CHECK-PERIOD THRU 7300-EXIT.
006460     IF WS-OUT-OF-PERIOD
006470         GO TO 4100-NEXT
006480     END-IF.
006490     MOVE "AUDITLOG"      TO WS-SOD-SOURCE.
006500     MOVE SPACES          TO WS-SOD-TRAN-ID.
006510     MOVE AUD-OPERATOR-ID TO WS-SOD-OPERATOR.
006520     MOVE AUD-RUN-DATE    TO WS-SOD-DATE.
006530     MOVE "APPROVAL OF OWN ENTRY"
006540                          TO WS-SOD-DETAIL.
006550     PERFORM 7400-RECORD-SOD THRU 7400-EXIT.
006560 4100-NEXT.
006570     PERFORM 4150-READ-AUDIT THRU 4150-EXIT.
006580 4100-EXIT.
006590     EXIT.
006600 4150-READ-AUDIT.
006610     READ AUDIT-IN
006620         AT END SET WS-EOF TO TRUE
006630     END-READ.
006640 4150-EXIT.
006650     EXIT.
006660*----------------------------------------------------------*
006670* 5000-SCAN-PENDING -- REMEMBER WHO KEYED EACH ITEM, AND    *
006680*                 TAKE EVERY DECIDED ITEM IN THE PERIOD     *
006690*                 WHOSE CHECKER WAS ITS MAKER.  THE QUEUE   *
006700*                 RELEASES (REFERRAL, DUPLICAT) NAME NO     *
006710*                 OPERATOR AS MAKER AND ARE NOT REMEMBERED. *
006720*----------------------------------------------------------*
006730 5000-SCAN-PENDING.
006740     SET WS-NOT-EOF TO TRUE.
006750     OPEN INPUT PEND-IN.
006760     IF WS-PEND-STATUS NOT = "00"
006770         DISPLAY "REVUE-ACCES: NO PENDING-APPROVAL FILE "
006780                 "(PENDAPPR) - NO MAKERS TAKEN."
006790         GO TO 5000-EXIT
006800     END-IF.
006810     PERFORM 5150-READ-PENDING THRU 5150-EXIT.
006820     PERFORM 5100-PENDING-RECORD THRU 5100-EXIT
006830         UNTIL WS-EOF.
006840     CLOSE PEND-IN.
006850 5000-EXIT.
006860     EXIT.
006870 5100-PENDING-RECORD.
006880     ADD 1 TO WS-PEND-READ.
006890     MOVE PND-TRAN-IMAGE TO WS-IMAGE-TRAN.
006900     IF PND-MAKER-ID NOT = SPACES
006910      AND PND-MAKER-ID NOT = "REFERRAL"
006920      AND PND-MAKER-ID NOT = "DUPLICAT"
006930         PERFORM 5200-ADD-MAKER THRU 5200-EXIT
006940     END-IF.
006950     IF PND-PENDING
006960      OR PND-CHECKER-ID = SPACES
006970      OR PND-CHECKER-ID NOT = PND-MAKER-ID
006980         GO TO 5100-NEXT
006990     END-IF.
007000     MOVE PND-ENTRY-DATE TO WS-CHECK-DATE.
007010     PERFORM 7300-CHECK-PERIOD THRU 7300-EXIT.
007020     IF WS-OUT-OF-PERIOD
007030         GO TO 5100-NEXT
007040     END-IF.
007050     MOVE "PENDAPPR"      TO WS-SOD-SOURCE.
007060     MOVE TRAN-ID OF WS-IMAGE-TRAN
007070                          TO WS-SOD-TRAN-ID.
007080     MOVE PND-CHECKER-ID  TO WS-SOD-OPERATOR.
007090     MOVE PND-ENTRY-DATE  TO WS-SOD-DATE.
007100     IF PND-REJECTED
007110         MOVE "KEYED AND REJECTED OWN ENTRY"
007120                          TO WS-SOD-DETAIL
007130     ELSE
007140         MOVE "KEYED AND APPROVED OWN ENTRY"
007150                          TO WS-SOD-DETAIL
007160     END-IF.
007170     PERFORM 7400-RECORD-SOD THRU 7400-EXIT.
007180 5100-NEXT.
007190     PERFORM 5150-READ-PENDING THRU 5150-EXIT.
007200 5100-EXIT.
007210     EXIT.
007220 5150-READ-PENDING.
007230     READ PEND-IN
007240         AT END SET WS-EOF TO TRUE
007250     END-READ.
007260 5150-EXIT.
007270     EXIT.
007280*----------------------------------------------------------*
007290* 5200-ADD-MAKER -- ONE TRAN-ID AND THE OPERATOR WHO KEYED  *
007300*                 IT                                        *
007310*----------------------------------------------------------*
007320 5200-ADD-MAKER.
007330     IF WS-MKR-COUNT >= WS-MKR-MAX
007340         ADD 1 TO WS-MKR-LOST
007350         GO TO 5200-EXIT
007360     END-IF.
007370     ADD 1 TO WS-MKR-COUNT.
007380     MOVE TRAN-ID OF WS-IMAGE-TRAN TO WS-MK-TRAN-ID(WS-MKR-COUNT).
007390     MOVE PND-MAKER-ID TO WS-MK-MAKER(WS-MKR-COUNT).
007400 5200-EXIT.
007410     EXIT.
007420*----------------------------------------------------------*
007430* 5300-SCAN-REFERRALS -- A REFERRAL IN THE PERIOD RELEASED  *
007440*                 OR REJECTED BY THE OPERATOR WHO KEYED IT  *
007450*----------------------------------------------------------*
007460 5300-SCAN-REFERRALS.
007470     SET WS-NOT-EOF TO TRUE.
007480     OPEN INPUT REFER-IN.
007490     IF WS-REFER-STATUS NOT = "00"
007500         GO TO 5300-EXIT
007510     END-IF.
007520     PERFORM 5450-READ-REFERRAL THRU 5450-EXIT.
007530     PERFORM 5400-REFERRAL-RECORD THRU 5400-EXIT
007540         UNTIL WS-EOF.
007550     CLOSE REFER-IN.
007560 5300-EXIT.
007570     EXIT.
007580 5400-REFERRAL-RECORD.
007590     ADD 1 TO WS-REFER-READ.
007600     IF REF-PENDING
007610      OR REF-CHECKER-ID = SPACES
007620         GO TO 5400-NEXT
007630     END-IF.
007640     MOVE REF-RUN-DATE TO WS-CHECK-DATE.
007650     PERFORM 7300-CHECK-PERIOD THRU 7300-EXIT.
007660     IF WS-OUT-OF-PERIOD
007670         GO TO 5400-NEXT
007680     END-IF.
007690     MOVE REF-TRAN-IMAGE TO WS-IMAGE-TRAN.
007700     MOVE TRAN-ID OF WS-IMAGE-TRAN TO WS-LOOKUP-TRAN.
007710     PERFORM 7200-FIND-MAKER THRU 7200-EXIT.
007720     IF WS-MKR-HIT = ZERO
007730         GO TO 5400-NEXT
007740     END-IF.
007750     IF WS-MK-MAKER(WS-MKR-HIT) NOT = REF-CHECKER-ID
007760         GO TO 5400-NEXT
007770     END-IF.
007780     MOVE "REFEROUT"      TO WS-SOD-SOURCE.
007790     MOVE WS-LOOKUP-TRAN  TO WS-SOD-TRAN-ID.
007800     MOVE REF-CHECKER-ID  TO WS-SOD-OPERATOR.
007810     MOVE REF-RUN-DATE    TO WS-SOD-DATE.
007820     MOVE "KEYED AND DECIDED OWN REFERRAL"
007830                          TO WS-SOD-DETAIL.
007840     PERFORM 7400-RECORD-SOD THRU 7400-EXIT.
007850 5400-NEXT.
007860     PERFORM 5450-READ-REFERRAL THRU 5450-EXIT.
007870 5400-EXIT.
007880     EXIT.
007890 5450-READ-REFERRAL.
007900     READ REFER-IN
007910         AT END SET WS-EOF TO TRUE
007920     END-READ.
007930 5450-EXIT.
007940     EXIT.
007950*----------------------------------------------------------*
007960* 5500-SCAN-DUPLICATES -- A SUSPECTED DUPLICATE IN THE      *
007970*                 PERIOD RELEASED OR REJECTED BY THE        *
007980*                 OPERATOR WHO KEYED IT                     *
007990*----------------------------------------------------------*
008000 5500-SCAN-DUPLICATES.
008010     SET WS-NOT-EOF TO TRUE.
008020     OPEN INPUT DUP-IN.
008030     IF WS-DUP-STATUS NOT = "00"
008040         GO TO 5500-EXIT
008050     END-IF.
008060     PERFORM 5650-READ-DUPLICATE THRU 5650-EXIT.
008070     PERFORM 5600-DUPLICATE-RECORD THRU 5600-EXIT
008080         UNTIL WS-EOF.
008090     CLOSE DUP-IN.
008100 5500-EXIT.
008110     EXIT.
008120 5600-DUPLICATE-RECORD.
008130     ADD 1 TO WS-DUP-READ.
008140     IF DUP-PENDING
008150      OR DUP-CHECKER-ID = SPACES
008160         GO TO 5600-NEXT
008170     END-IF.
008180     MOVE DUP-RUN-DATE TO WS-CHECK-DATE.
008190     PERFORM 7300-CHECK-PERIOD THRU 7300-EXIT.
008200     IF WS-OUT-OF-PERIOD
008210         GO TO 5600-NEXT
008220     END-IF.
008230     MOVE DUP-TRAN-IMAGE TO WS-IMAGE-TRAN.
008240     MOVE TRAN-ID OF WS-IMAGE-TRAN TO WS-LOOKUP-TRAN.
008250     PERFORM 7200-FIND-MAKER THRU 7200-EXIT.
008260     IF WS-MKR-HIT = ZERO
008270         GO TO 5600-NEXT
008280     END-IF.
008290     IF WS-MK-MAKER(WS-MKR-HIT) NOT = DUP-CHECKER-ID
008300         GO TO 5600-NEXT
008310     END-IF.
008320     MOVE "DUPSUSP"       TO WS-SOD-SOURCE.
008330     MOVE WS-LOOKUP-TRAN  TO WS-SOD-TRAN-ID.
008340     MOVE DUP-CHECKER-ID  TO WS-SOD-OPERATOR.
008350     MOVE DUP-RUN-DATE    TO WS-SOD-DATE.
008360     MOVE "KEYED AND DECIDED OWN DUPLICATE"
008370                          TO WS-SOD-DETAIL.
008380     PERFORM 7400-RECORD-SOD THRU 7400-EXIT.
008390 5600-NEXT.
008400     PERFORM 5650-READ-DUPLICATE THRU 5650-EXIT.
008410 5600-EXIT.
008420     EXIT.
008430 5650-READ-DUPLICATE.
008440     READ DUP-IN
008450         AT END SET WS-EOF TO TRUE
008460     END-READ.
008470 5650-EXIT.
008480     EXIT.
008490*----------------------------------------------------------*
008500* 5900-EVALUATE-OPERATORS -- AN ACTIVE ID ON THE MASTER     *
008510*                 WITH NO SIGN-ON OR AUDIT ACTIVITY IN THE  *
008520*                 PERIOD IS DORMANT; ANY ID AT OR OVER THE  *
008530*                 EVENT LIMIT FOR FAILED SIGN-ONS OR        *
008540*                 REFUSED FUNCTIONS IS A REPEAT OFFENDER    *
008550*----------------------------------------------------------*
008560 5900-EVALUATE-OPERATORS.
008570     PERFORM 5950-EVALUATE-ONE THRU 5950-EXIT
008580         VARYING WS-OPR-SUB FROM 1 BY 1
008590         UNTIL WS-OPR-SUB > WS-OPR-COUNT.
008600 5900-EXIT.
008610     EXIT.
008620 5950-EVALUATE-ONE.
008630     IF WS-OT-SGNF(WS-OPR-SUB) >= WS-EVENT-LIMIT
008640      OR WS-OT-FUNC(WS-OPR-SUB) >= WS-EVENT-LIMIT
008650         MOVE "Y" TO WS-OT-REPEAT(WS-OPR-SUB)
008660         ADD 1 TO WS-REPEAT-COUNT
008670     END-IF.
008680     IF WS-OT-ON-MASTER(WS-OPR-SUB) NOT = "Y"
008690      OR WS-OT-ACTIVE(WS-OPR-SUB) NOT = "A"
008700         GO TO 5950-EXIT
008710     END-IF.
008720     PERFORM 7600-LAST-ACTIVITY THRU 7600-EXIT.
008730     IF WS-LAST-ACTIVITY = ZERO
008740         MOVE "Y" TO WS-OT-DORMANT(WS-OPR-SUB)
008750         ADD 1 TO WS-DORMANT-COUNT
008760         GO TO 5950-EXIT
008770     END-IF.
008780     MOVE WS-LAST-ACTIVITY TO WS-DTS-DATE.
008790     PERFORM 8800-DATE-TO-SERIAL THRU 8800-EXIT.
008800     IF WS-DTS-SERIAL < WS-CUTOFF-SERIAL
008810         MOVE "Y" TO WS-OT-DORMANT(WS-OPR-SUB)
008820         ADD 1 TO WS-DORMANT-COUNT
008830     END-IF.
008840 5950-EXIT.
008850     EXIT.
008860*----------------------------------------------------------*
008870* 6000-PRINT-ACCESS-LIST -- ONE LINE PER ID ON THE MASTER,  *
008880*                 THEN THE KEY TO THE COLUMNS AND FUNCTION  *
008890*                 NUMBERS                                   *
008900*----------------------------------------------------------*
008910 6000-PRINT-ACCESS-LIST.
008920     MOVE "SECTION 1 - OPERATOR IDS AND GRANTED FUNCTIONS"
008930         TO SECTION-LINE.
008940     MOVE ACCESS-HEAD-1 TO WS-SUB-HEAD-1.
008950     MOVE ACCESS-HEAD-2 TO WS-SUB-HEAD-2.
008960     PERFORM 6900-PRINT-HEADINGS THRU 6900-EXIT.
008970     IF WS-OPR-READ = ZERO
008980         WRITE PRINT-LINE FROM NONE-LINE
008990         ADD 1 TO WS-LINE-CNT
009000     END-IF.
009010     PERFORM 6100-PRINT-ONE-OPERATOR THRU 6100-EXIT
009020         VARYING WS-OPR-SUB FROM 1 BY 1
009030         UNTIL WS-OPR-SUB > WS-OPR-COUNT.
009040     PERFORM 6200-PRINT-LEGEND THRU 6200-EXIT.
009050 6000-EXIT.
009060     EXIT.
009070 6100-PRINT-ONE-OPERATOR.
009080     IF WS-OT-ON-MASTER(WS-OPR-SUB) NOT = "Y"
009090         GO TO 6100-EXIT
009100     END-IF.
009110     PERFORM 6950-CHECK-PAGE THRU 6950-EXIT.
009120     MOVE WS-OT-ID(WS-OPR-SUB)     TO AL-ID.
009130     MOVE WS-OT-NAME(WS-OPR-SUB)   TO AL-NAME.
009140     MOVE WS-OT-ACTIVE(WS-OPR-SUB) TO AL-ACTIVE.
009150     IF WS-OT-PWD-CHANGED(WS-OPR-SUB) = ZERO
009160         MOVE "NEVER" TO AL-PWD-AGE-X
009170     ELSE
009180         MOVE WS-OT-PWD-CHANGED(WS-OPR-SUB) TO WS-DTS-DATE
009190         PERFORM 8800-DATE-TO-SERIAL THRU 8800-EXIT
009200         IF WS-DTS-SERIAL > WS-TODAY-SERIAL
009210             MOVE ZERO TO AL-PWD-AGE
009220         ELSE
009230             COMPUTE AL-PWD-AGE = WS-TODAY-SERIAL - WS-DTS-SERIAL
009240         END-IF
009250     END-IF.
009260     IF WS-OT-FORCE(WS-OPR-SUB) = "Y"
009270         MOVE "Y" TO AL-FORCE
009280     ELSE
009290         MOVE SPACE TO AL-FORCE
009300     END-IF.
009310     PERFORM 6150-BUILD-FUNCS THRU 6150-EXIT.
009320     MOVE WS-FUNC-STRING TO AL-FUNCTIONS.
009330     PERFORM 7600-LAST-ACTIVITY THRU 7600-EXIT.
009340     IF WS-LAST-ACTIVITY = ZERO
009350         MOVE "NEVER" TO AL-LAST
009360     ELSE
009370         MOVE WS-LAST-ACTIVITY TO AL-LAST
009380     END-IF.
009390     MOVE SPACES TO AL-FLAGS.
009400     IF WS-OT-DORMANT(WS-OPR-SUB) = "Y"
009410         MOVE "D" TO AL-FLAGS(1 : 1)
009420     END-IF.
009430     IF WS-OT-REPEAT(WS-OPR-SUB) = "Y"
009440         MOVE "E" TO AL-FLAGS(3 : 1)
009450     END-IF.
009460     IF WS-OT-SOD(WS-OPR-SUB) > ZERO
009470         MOVE "S" TO AL-FLAGS(5 : 1)
009480     END-IF.
009490     WRITE PRINT-LINE FROM ACCESS-LINE.
009500     ADD 1 TO WS-LINE-CNT.
009510 6100-EXIT.
009520     EXIT.
009530*----------------------------------------------------------*
009540* 6150-BUILD-FUNCS -- ONE POSITION PER MENU FUNCTION, "Y"   *
009550*                 WHERE GRANTED AND "." WHERE NOT           *
009560*----------------------------------------------------------*
009570 6150-BUILD-FUNCS.
009580     MOVE ALL "." TO WS-FUNC-STRING.
009590     PERFORM 6160-ONE-FUNC THRU 6160-EXIT
009600         VARYING WS-FUNC-SUB FROM 1 BY 1
009610         UNTIL WS-FUNC-SUB > 15.
009620 6150-EXIT.
009630     EXIT.
009640 6160-ONE-FUNC.
009650     IF WS-OT-AUTH(WS-OPR-SUB)(WS-FUNC-SUB : 1) = "Y"
009660         MOVE "Y" TO WS-FUNC-STRING(WS-FUNC-SUB : 1)
009670     END-IF.
009680 6160-EXIT.
009690     EXIT.
009700*----------------------------------------------------------*
009710* 6200-PRINT-LEGEND -- THE KEY TO THE FLAG COLUMNS AND THE  *
009720*                 MENU FUNCTION NUMBERS                     *
009730*----------------------------------------------------------*
009740 6200-PRINT-LEGEND.
009750     IF WS-LINE-CNT + 24 > WS-MAX-LINES
009760         PERFORM 6900-PRINT-HEADINGS THRU 6900-EXIT
009770     END-IF.
009780     WRITE PRINT-LINE FROM SEPARATOR-LINE.
009790     MOVE "ST  A = ACTIVE, I = INACTIVE" TO LEGEND-LINE.
009800     WRITE PRINT-LINE FROM LEGEND-LINE.
009810     MOVE "PWD AGE  DAYS SINCE THE PASSWORD WAS LAST SET"
009820         TO LEGEND-LINE.
009830     WRITE PRINT-LINE FROM LEGEND-LINE.
009840     MOVE "FC  Y = PASSWORD CHANGE FORCED AT NEXT SIGN-ON"
009850         TO LEGEND-LINE.
009860     WRITE PRINT-LINE FROM LEGEND-LINE.
009870     MOVE "FLAGS  D = DORMANT, E = REPEATED SECURITY EVENTS,"
009880         TO LEGEND-LINE.
009890     WRITE PRINT-LINE FROM LEGEND-LINE.
009900     MOVE "       S = SAME MAKER AND CHECKER" TO LEGEND-LINE.
009910     WRITE PRINT-LINE FROM LEGEND-LINE.
009920     MOVE "FUNCTIONS  Y = GRANTED, . = NOT GRANTED:"
009930         TO LEGEND-LINE.
009940     WRITE PRINT-LINE FROM LEGEND-LINE.
009950     ADD 7 TO WS-LINE-CNT.
009960     PERFORM 6250-PRINT-ONE-FUNCTION THRU 6250-EXIT
009970         VARYING WS-FUNC-SUB FROM 1 BY 1
009980         UNTIL WS-FUNC-SUB > 15.
009990 6200-EXIT.
010000     EXIT.
010010 6250-PRINT-ONE-FUNCTION.
010020     MOVE WS-FUNC-SUB TO FL-NUMBER.
010030     MOVE WS-FUNCTION-NAME(WS-FUNC-SUB) TO FL-NAME.
010040     WRITE PRINT-LINE FROM FUNCTION-LINE.
010050     ADD 1 TO WS-LINE-CNT.
010060 6250-EXIT.
010070     EXIT.
010080*----------------------------------------------------------*
010090* 6300-PRINT-DORMANT -- ACTIVE IDS WITH NO ACTIVITY IN THE  *
010100*                 PERIOD                                    *
010110*----------------------------------------------------------*
010120 6300-PRINT-DORMANT.
010130     MOVE SPACES TO SECTION-LINE.
010140     STRING "SECTION 2 - ACTIVE IDS WITH NO SIGN-ON OR AUDIT "
010150                DELIMITED BY SIZE
010160            "ACTIVITY IN THE PERIOD" DELIMITED BY SIZE
010170         INTO SECTION-LINE.
010180     MOVE DORMANT-HEAD-1 TO WS-SUB-HEAD-1.
010190     MOVE DORMANT-HEAD-2 TO WS-SUB-HEAD-2.
010200     PERFORM 6900-PRINT-HEADINGS THRU 6900-EXIT.
010210     IF WS-DORMANT-COUNT = ZERO
010220         WRITE PRINT-LINE FROM NONE-LINE
010230         ADD 1 TO WS-LINE-CNT
010240         GO TO 6300-EXIT
010250     END-IF.
010260     PERFORM 6400-PRINT-ONE-DORMANT THRU 6400-EXIT
010270         VARYING WS-OPR-SUB FROM 1 BY 1
010280         UNTIL WS-OPR-SUB > WS-OPR-COUNT.
010290 6300-EXIT.
010300     EXIT.
010310 6400-PRINT-ONE-DORMANT.
010320     IF WS-OT-DORMANT(WS-OPR-SUB) NOT = "Y"
010330         GO TO 6400-EXIT
010340     END-IF.
010350     PERFORM 6950-CHECK-PAGE THRU 6950-EXIT.
010360     MOVE WS-OT-ID(WS-OPR-SUB)   TO DL-ID.
010370     MOVE WS-OT-NAME(WS-OPR-SUB) TO DL-NAME.
010380     IF WS-OT-LAST-SIGNON(WS-OPR-SUB) = ZERO
010390         MOVE "NONE" TO DL-SIGNON
010400     ELSE
010410         MOVE WS-OT-LAST-SIGNON(WS-OPR-SUB) TO DL-SIGNON
010420     END-IF.
010430     IF WS-OT-LAST-AUDIT(WS-OPR-SUB) = ZERO
010440         MOVE "NONE" TO DL-AUDIT
010450     ELSE
010460         MOVE WS-OT-LAST-AUDIT(WS-OPR-SUB) TO DL-AUDIT
010470     END-IF.
010480     PERFORM 7600-LAST-ACTIVITY THRU 7600-EXIT.
010490     IF WS-LAST-ACTIVITY = ZERO
010500         MOVE "  NEVER" TO DL-IDLE-X
010510     ELSE
010520         MOVE WS-LAST-ACTIVITY TO WS-DTS-DATE
010530         PERFORM 8800-DATE-TO-SERIAL THRU 8800-EXIT
010540         MOVE ZERO TO WS-DAYS-SINCE
010550         IF WS-DTS-SERIAL < WS-TODAY-SERIAL
010560             COMPUTE WS-DAYS-SINCE =
010570                 WS-TODAY-SERIAL - WS-DTS-SERIAL
010580         END-IF
010590         MOVE WS-DAYS-SINCE TO DL-IDLE
010600     END-IF.
010610     WRITE PRINT-LINE FROM DORMANT-LINE.
010620     ADD 1 TO WS-LINE-CNT.
010630 6400-EXIT.
010640     EXIT.
010650*----------------------------------------------------------*
010660* 6500-PRINT-EVENTS -- IDS AT OR OVER THE EVENT LIMIT       *
010670*----------------------------------------------------------*
010680 6500-PRINT-EVENTS.
010690     MOVE SPACES TO SECTION-LINE.
010700     STRING "SECTION 3 - REPEATED FAILED SIGN-ONS OR REFUSED "
010710                DELIMITED BY SIZE
010720            "FUNCTIONS IN THE PERIOD" DELIMITED BY SIZE
010730         INTO SECTION-LINE.
010740     MOVE EVENT-HEAD-1 TO WS-SUB-HEAD-1.
010750     MOVE EVENT-HEAD-2 TO WS-SUB-HEAD-2.
010760     PERFORM 6900-PRINT-HEADINGS THRU 6900-EXIT.
010770     IF WS-REPEAT-COUNT = ZERO
010780         WRITE PRINT-LINE FROM NONE-LINE
010790         ADD 1 TO WS-LINE-CNT
010800         GO TO 6500-EXIT
010810     END-IF.
010820     PERFORM 6600-PRINT-ONE-EVENT THRU 6600-EXIT
010830         VARYING WS-OPR-SUB FROM 1 BY 1
010840         UNTIL WS-OPR-SUB > WS-OPR-COUNT.
010850 6500-EXIT.
010860     EXIT.
010870 6600-PRINT-ONE-EVENT.
010880     IF WS-OT-REPEAT(WS-OPR-SUB) NOT = "Y"
010890         GO TO 6600-EXIT
010900     END-IF.
010910     PERFORM 6950-CHECK-PAGE THRU 6950-EXIT.
010920     MOVE WS-OT-ID(WS-OPR-SUB) TO EL-ID.
010930     IF WS-OT-ON-MASTER(WS-OPR-SUB) = "Y"
010940         MOVE WS-OT-NAME(WS-OPR-SUB) TO EL-NAME
010950     ELSE
010960         MOVE "*** NOT ON OPERATOR MASTER" TO EL-NAME
010970     END-IF.
010980     MOVE WS-OT-SGNF(WS-OPR-SUB) TO EL-SGNF.
010990     MOVE WS-OT-FUNC(WS-OPR-SUB) TO EL-FUNC.
011000     WRITE PRINT-LINE FROM EVENT-LINE.
011010     ADD 1 TO WS-LINE-CNT.
011020 6600-EXIT.
011030     EXIT.
011040*----------------------------------------------------------*
011050* 6700-PRINT-SOD -- EVERY CASE OF ONE OPERATOR AS BOTH      *
011060*                 MAKER AND CHECKER                         *
011070*----------------------------------------------------------*
011080 6700-PRINT-SOD.
011090     MOVE "SECTION 4 - SAME OPERATOR AS MAKER AND CHECKER"
011100         TO SECTION-LINE.
011110     MOVE SOD-HEAD-1 TO WS-SUB-HEAD-1.
011120     MOVE SPACES TO WS-SUB-HEAD-2.
011130     PERFORM 6900-PRINT-HEADINGS THRU 6900-EXIT.
011140     IF WS-SOD-TOTAL = ZERO
011150         WRITE PRINT-LINE FROM NONE-LINE
011160         ADD 1 TO WS-LINE-CNT
011170         GO TO 6700-EXIT
011180     END-IF.
011190     PERFORM 6800-PRINT-ONE-SOD THRU 6800-EXIT
011200         VARYING WS-SOD-SUB FROM 1 BY 1
011210         UNTIL WS-SOD-SUB > WS-SOD-COUNT.
011220     IF WS-SOD-TOTAL > WS-SOD-COUNT
011230         MOVE "CASES FOUND BUT NOT LISTED (TABLE FULL):"
011240             TO PCL-CAPTION
011250         COMPUTE PCL-COUNT = WS-SOD-TOTAL - WS-SOD-COUNT
011260         WRITE PRINT-LINE FROM PROOF-COUNT-LINE
011270         ADD 1 TO WS-LINE-CNT
011280     END-IF.
011290 6700-EXIT.
011300     EXIT.
011310 6800-PRINT-ONE-SOD.
011320     PERFORM 6950-CHECK-PAGE THRU 6950-EXIT.
011330     MOVE WS-SD-SOURCE(WS-SOD-SUB)   TO SL-SOURCE.
011340     MOVE WS-SD-TRAN-ID(WS-SOD-SUB)  TO SL-TRAN-ID.
011350     MOVE WS-SD-OPERATOR(WS-SOD-SUB) TO SL-OPERATOR.
011360     MOVE WS-SD-DATE(WS-SOD-SUB)     TO SL-DATE.
011370     MOVE WS-SD-DETAIL(WS-SOD-SUB)   TO SL-DETAIL.
011380     WRITE PRINT-LINE FROM SOD-LINE.
011390     ADD 1 TO WS-LINE-CNT.
011400 6800-EXIT.
011410     EXIT.
011420*----------------------------------------------------------*
011430* 6900-PRINT-HEADINGS -- START A NEW PAGE WITH THE CURRENT  *
011440*                 SECTION'S TITLE AND COLUMN HEADINGS       *
011450*----------------------------------------------------------*
011460 6900-PRINT-HEADINGS.
011470     MOVE WS-RUN-DATE TO HL1-DATE.
011480     MOVE WS-PAGE-NO TO HL1-PAGE.
011490     MOVE WS-REVIEW-DAYS TO HL2-DAYS.
011500     MOVE WS-EVENT-LIMIT TO HL2-LIMIT.
011510     WRITE PRINT-LINE FROM HEADING-LINE-1.
011520     WRITE PRINT-LINE FROM HEADING-LINE-2.
011530     WRITE PRINT-LINE FROM BLANK-LINE.
011540     WRITE PRINT-LINE FROM SECTION-LINE.
011550     WRITE PRINT-LINE FROM SEPARATOR-LINE.
011560     MOVE 5 TO WS-LINE-CNT.
011570     IF WS-SUB-HEAD-1 NOT = SPACES
011580         WRITE PRINT-LINE FROM WS-SUB-HEAD-1
011590         ADD 1 TO WS-LINE-CNT
011600     END-IF.
011610     IF WS-SUB-HEAD-2 NOT = SPACES
011620         WRITE PRINT-LINE FROM WS-SUB-HEAD-2
011630         ADD 1 TO WS-LINE-CNT
011640     END-IF.
011650     ADD 1 TO WS-PAGE-NO.
011660 6900-EXIT.
011670     EXIT.
011680 6950-CHECK-PAGE.
011690     IF WS-LINE-CNT >= WS-MAX-LINES
011700         PERFORM 6900-PRINT-HEADINGS THRU 6900-EXIT
011710     END-IF.
011720 6950-EXIT.
011730     EXIT.
011740*----------------------------------------------------------*
011750* 7000-FIND-OPERATOR -- THE TABLE SLOT FOR WS-LOOKUP-ID     *
011760*----------------------------------------------------------*
011770 7000-FIND-OPERATOR.
011780     MOVE ZERO TO WS-OPR-HIT.
011790     PERFORM 7050-SCAN-OPERATORS THRU 7050-EXIT
011800         VARYING WS-OPR-SUB FROM 1 BY 1
011810         UNTIL WS-OPR-SUB > WS-OPR-COUNT
011820            OR WS-OPR-HIT > ZERO.
011830 7000-EXIT.
011840     EXIT.
011850 7050-SCAN-OPERATORS.
011860     IF WS-OT-ID(WS-OPR-SUB) = WS-LOOKUP-ID
011870         MOVE WS-OPR-SUB TO WS-OPR-HIT
011880     END-IF.
011890 7050-EXIT.
011900     EXIT.
011910*----------------------------------------------------------*
011920* 7100-ADD-UNKNOWN -- A SLOT FOR AN ID THAT IS NOT ON THE   *
011930*                 OPERATOR MASTER, SO ITS EVENTS CAN STILL  *
011940*                 BE COUNTED                                *
011950*----------------------------------------------------------*
011960 7100-ADD-UNKNOWN.
011970     MOVE ZERO TO WS-OPR-HIT.
011980     IF WS-OPR-COUNT >= WS-OPR-MAX
011990         DISPLAY "REVUE-ACCES: OPERATOR TABLE FULL - EVENTS "
012000                 "FOR " WS-LOOKUP-ID " NOT COUNTED."
012010         GO TO 7100-EXIT
012020     END-IF.
012030     ADD 1 TO WS-OPR-COUNT.
012040     MOVE WS-OPR-COUNT TO WS-OPR-SUB.
012050     PERFORM 7150-CLEAR-SLOT THRU 7150-EXIT.
012060     MOVE WS-LOOKUP-ID TO WS-OT-ID(WS-OPR-SUB).
012070     MOVE "N"          TO WS-OT-ON-MASTER(WS-OPR-SUB).
012080     MOVE WS-OPR-SUB   TO WS-OPR-HIT.
012090 7100-EXIT.
012100     EXIT.
012110 7150-CLEAR-SLOT.
012120     MOVE SPACES TO WS-OPR-ENTRY(WS-OPR-SUB).
012130     MOVE ZERO   TO WS-OT-PWD-CHANGED(WS-OPR-SUB).
012140     MOVE ZERO   TO WS-OT-LAST-SIGNON(WS-OPR-SUB).
012150     MOVE ZERO   TO WS-OT-LAST-AUDIT(WS-OPR-SUB).
012160     MOVE ZERO   TO WS-OT-SGNF(WS-OPR-SUB).
012170     MOVE ZERO   TO WS-OT-FUNC(WS-OPR-SUB).
012180     MOVE ZERO   TO WS-OT-SOD(WS-OPR-SUB).
012190 7150-EXIT.
012200     EXIT.
012210*----------------------------------------------------------*
012220* 7200-FIND-MAKER -- THE MAKER SLOT FOR WS-LOOKUP-TRAN.     *
012230*                 THE LAST ENTRY FOR AN ID WINS, SO A       *
012240*                 RE-KEYED ITEM CARRIES ITS LATEST MAKER.   *
012250*----------------------------------------------------------*
012260 7200-FIND-MAKER.
012270     MOVE ZERO TO WS-MKR-HIT.
012280     PERFORM 7250-SCAN-MAKERS THRU 7250-EXIT
012290         VARYING WS-MKR-SUB FROM WS-MKR-COUNT BY -1
012300         UNTIL WS-MKR-SUB < 1
012310            OR WS-MKR-HIT > ZERO.
012320 7200-EXIT.
012330     EXIT.
012340 7250-SCAN-MAKERS.
012350     IF WS-MK-TRAN-ID(WS-MKR-SUB) = WS-LOOKUP-TRAN
012360         MOVE WS-MKR-SUB TO WS-MKR-HIT
012370     END-IF.
012380 7250-EXIT.
012390     EXIT.
012400*----------------------------------------------------------*
012410* 7300-CHECK-PERIOD -- IS WS-CHECK-DATE INSIDE THE REVIEW   *
012420*                 PERIOD (CUT-OFF THROUGH TODAY)?           *
012430*----------------------------------------------------------*
012440 7300-CHECK-PERIOD.
012450     SET WS-OUT-OF-PERIOD TO TRUE.
012460     IF WS-CHECK-DATE NOT NUMERIC
012470         GO TO 7300-EXIT
012480     END-IF.
012490     MOVE WS-CHECK-DATE TO WS-DTS-DATE.
012500     PERFORM 8800-DATE-TO-SERIAL THRU 8800-EXIT.
012510     IF WS-DTS-SERIAL NOT < WS-CUTOFF-SERIAL
012520         SET WS-IN-PERIOD TO TRUE
012530     END-IF.
012540 7300-EXIT.
012550     EXIT.
012560*----------------------------------------------------------*
012570* 7400-RECORD-SOD -- KEEP ONE SAME-MAKER-AND-CHECKER CASE   *
012580*                 AND CHARGE IT TO THE OPERATOR             *
012590*----------------------------------------------------------*
012600 7400-RECORD-SOD.
012610     ADD 1 TO WS-SOD-TOTAL.
012620     MOVE WS-SOD-OPERATOR TO WS-LOOKUP-ID.
012630     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
012640     IF WS-OPR-HIT > ZERO
012650         ADD 1 TO WS-OT-SOD(WS-OPR-HIT)
012660     END-IF.
012670     IF WS-SOD-COUNT >= WS-SOD-MAX
012680         GO TO 7400-EXIT
012690     END-IF.
012700     ADD 1 TO WS-SOD-COUNT.
012710     MOVE WS-SOD-SOURCE   TO WS-SD-SOURCE(WS-SOD-COUNT).
012720     MOVE WS-SOD-TRAN-ID  TO WS-SD-TRAN-ID(WS-SOD-COUNT).
012730     MOVE WS-SOD-OPERATOR TO WS-SD-OPERATOR(WS-SOD-COUNT).
012740     MOVE WS-SOD-DATE     TO WS-SD-DATE(WS-SOD-COUNT).
012750     MOVE WS-SOD-DETAIL   TO WS-SD-DETAIL(WS-SOD-COUNT).
012760 7400-EXIT.
012770     EXIT.
012780*----------------------------------------------------------*
012790* 7600-LAST-ACTIVITY -- THE LATER OF THE LAST SIGN-ON AND   *
012800*                 THE LAST AUDIT RECORD FOR THE CURRENT     *
012810*                 SLOT; ZERO MEANS NONE ON FILE             *
012820*----------------------------------------------------------*
012830 7600-LAST-ACTIVITY.
012840     MOVE WS-OT-LAST-SIGNON(WS-OPR-SUB) TO WS-LAST-ACTIVITY.
012850     IF WS-OT-LAST-AUDIT(WS-OPR-SUB) > WS-LAST-ACTIVITY
012860         MOVE WS-OT-LAST-AUDIT(WS-OPR-SUB) TO WS-LAST-ACTIVITY
012870     END-IF.
012880 7600-EXIT.
012890     EXIT.
012900*----------------------------------------------------------*
012910* 8000-PRINT-SIGNOFF -- THE REVIEW SUMMARY AND THE          *
012920*                 REVIEWER'S SIGN-OFF, ON A PAGE OF ITS OWN *
012930*----------------------------------------------------------*
012940 8000-PRINT-SIGNOFF.
012950     MOVE "REVIEW SUMMARY AND REVIEWER SIGN-OFF" TO SECTION-LINE.
012960     MOVE SPACES TO WS-SUB-HEAD-1.
012970     MOVE SPACES TO WS-SUB-HEAD-2.
012980     PERFORM 6900-PRINT-HEADINGS THRU 6900-EXIT.
012990     MOVE "OPERATOR IDS ON THE MASTER:" TO PCL-CAPTION.
013000     MOVE WS-OPR-READ TO PCL-COUNT.
013010     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
013020     MOVE "    ACTIVE:" TO PCL-CAPTION.
013030     MOVE WS-ACTIVE-COUNT TO PCL-COUNT.
013040     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
013050     MOVE "    INACTIVE:" TO PCL-CAPTION.
013060     MOVE WS-INACTIVE-COUNT TO PCL-COUNT.
013070     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
013080     IF WS-OPR-LOST > ZERO
013090         MOVE "    NOT REVIEWED (TABLE FULL):" TO PCL-CAPTION
013100         MOVE WS-OPR-LOST TO PCL-COUNT
013110         WRITE PRINT-LINE FROM PROOF-COUNT-LINE
013120     END-IF.
013130     MOVE "SECURITY LOG EVENTS IN THE PERIOD:" TO PCL-CAPTION.
013140     MOVE WS-SEC-IN-PERIOD TO PCL-COUNT.
013150     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
013160     MOVE "DORMANT ACTIVE IDS:" TO PCL-CAPTION.
013170     MOVE WS-DORMANT-COUNT TO PCL-COUNT.
013180     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
013190     MOVE "IDS WITH REPEATED SECURITY EVENTS:" TO PCL-CAPTION.
013200     MOVE WS-REPEAT-COUNT TO PCL-COUNT.
013210     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
013220     MOVE "SAME MAKER AND CHECKER CASES:" TO PCL-CAPTION.
013230     MOVE WS-SOD-TOTAL TO PCL-COUNT.
013240     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
013250     IF WS-MKR-LOST > ZERO
013260         MOVE "PENDING ITEMS NOT CHECKED (TABLE FULL):"
013270             TO PCL-CAPTION
013280         MOVE WS-MKR-LOST TO PCL-COUNT
013290         WRITE PRINT-LINE FROM PROOF-COUNT-LINE
013300     END-IF.
013310     WRITE PRINT-LINE FROM SEPARATOR-LINE.
013320     WRITE PRINT-LINE FROM BLANK-LINE.
013330     MOVE "I HAVE REVIEWED THE OPERATOR ACCESS AND THE EXCEPTIONS"
013340         TO SIGNOFF-LINE.
013350     WRITE PRINT-LINE FROM SIGNOFF-LINE.
013360     MOVE "LISTED IN THIS REPORT.  EVERY ID AND GRANTED"
013370         TO SIGNOFF-LINE.
013380     WRITE PRINT-LINE FROM SIGNOFF-LINE.
013390     MOVE "FUNCTION IS STILL REQUIRED EXCEPT WHERE A CHANGE IS"
013400         TO SIGNOFF-LINE.
013410     WRITE PRINT-LINE FROM SIGNOFF-LINE.
013420     MOVE "NOTED BELOW."
013430         TO SIGNOFF-LINE.
013440     WRITE PRINT-LINE FROM SIGNOFF-LINE.
013450     WRITE PRINT-LINE FROM BLANK-LINE.
013460     MOVE "REVIEWER NAME:" TO SFL-CAPTION.
013470     WRITE PRINT-LINE FROM SIGNOFF-FIELD-LINE.
013480     WRITE PRINT-LINE FROM BLANK-LINE.
013490     MOVE "TITLE:" TO SFL-CAPTION.
013500     WRITE PRINT-LINE FROM SIGNOFF-FIELD-LINE.
013510     WRITE PRINT-LINE FROM BLANK-LINE.
013520     MOVE "DATE REVIEWED:" TO SFL-CAPTION.
013530     WRITE PRINT-LINE FROM SIGNOFF-FIELD-LINE.
013540     WRITE PRINT-LINE FROM BLANK-LINE.
013550     MOVE "SIGNATURE:" TO SFL-CAPTION.
013560     WRITE PRINT-LINE FROM SIGNOFF-FIELD-LINE.
013570     WRITE PRINT-LINE FROM BLANK-LINE.
013580     MOVE "CHANGES REQUIRED AND COMMENTS:" TO SIGNOFF-LINE.
013590     WRITE PRINT-LINE FROM SIGNOFF-LINE.
013600     WRITE PRINT-LINE FROM BLANK-LINE.
013610     WRITE PRINT-LINE FROM SIGNOFF-RULE-LINE.
013620     WRITE PRINT-LINE FROM BLANK-LINE.
013630     WRITE PRINT-LINE FROM SIGNOFF-RULE-LINE.
013640     WRITE PRINT-LINE FROM BLANK-LINE.
013650     WRITE PRINT-LINE FROM SIGNOFF-RULE-LINE.
013660     WRITE PRINT-LINE FROM BLANK-LINE.
013670     WRITE PRINT-LINE FROM SIGNOFF-RULE-LINE.
013680 8000-EXIT.
013690     EXIT.
013700*----------------------------------------------------------*
013710* 8800-DATE-TO-SERIAL -- YYYYMMDD TO A SERIAL DAY NUMBER    *
013720*                 WITH ORDINARY ARITHMETIC, SO TWO DATES    *
013730*                 CAN BE SUBTRACTED FOR A COUNT OF DAYS     *
013740*----------------------------------------------------------*
013750 8800-DATE-TO-SERIAL.
013760     IF WS-DTS-MM > 2
013770         COMPUTE WS-DTS-Y = WS-DTS-YYYY
013780         COMPUTE WS-DTS-M = WS-DTS-MM + 1
013790     ELSE
013800         COMPUTE WS-DTS-Y = WS-DTS-YYYY - 1
013810         COMPUTE WS-DTS-M = WS-DTS-MM + 13
013820     END-IF.
013830     COMPUTE WS-DTS-SERIAL = (36525 * WS-DTS-Y) / 100
013840                           + (306001 * WS-DTS-M) / 10000
013850                           + WS-DTS-DD.
013860 8800-EXIT.
013870     EXIT.
013880*----------------------------------------------------------*
013890* 9000-TERMINATE -- CLOSE THE REPORT AND SUMMARIZE THE      *
013900*                 EXCEPTIONS ON THE JOB LOG                 *
013910*----------------------------------------------------------*
013920 9000-TERMINATE.
013930     CLOSE REPORT-OUT.
013940     DISPLAY "REVUE-ACCES: " WS-OPR-READ
013950             " OPERATOR IDS REVIEWED, "
013960             WS-DORMANT-COUNT " DORMANT, "
013970             WS-REPEAT-COUNT " WITH REPEATED EVENTS, "
013980             WS-SOD-TOTAL " SAME MAKER AND CHECKER.".
013990     MOVE ZERO TO RETURN-CODE.
014000 9000-EXIT.
014010     EXIT.
