000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VIEILLISSEMENT-EXCEPTIONS.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  DAILY AGING OF EVERY ITEM   *
000110*                 WAITING FOR A PERSON: OPEN EXCEPTIONS     *
000120*                 (EXCPOUT, DISPOSITION BLANK), PENDING     *
000130*                 REFERRALS (REFEROUT), PENDING MAKER-      *
000140*                 CHECKER ITEMS (PENDAPPR) AND PENDING      *
000150*                 SUSPECTED DUPLICATES (DUPSUSP).  AGE IS   *
000160*                 COUNTED IN BUSINESS DAYS FROM THE DATE    *
000170*                 THE ITEM WAS QUEUED TO THE BUSINESS DATE, *
000180*                 SKIPPING THE WEEKENDS AND HOLIDAYS ON THE *
000190*                 BUSINESS CALENDAR (BUSCAL).  THE ITEMS    *
000200*                 ARE BUCKETED 0-1, 2-3, 4-5, 6-10 AND 11+  *
000210*                 DAYS BY QUEUE, REASON CODE AND            *
000220*                 ORIGINATING PROGRAM, WITH AMOUNTS (THE    *
000230*                 LARGER OPERAND, AS PRESENTED - THE SAME   *
000240*                 MEASURE THE REFERRAL LIMIT TEST USES).    *
000250*                 EVERY ITEM OLDER THAN AGEESC BUSINESS     *
000260*                 DAYS (DEFAULT 5) IS LISTED, OLDEST FIRST, *
000270*                 ON A SEPARATE ESCALATION PAGE FOR THE     *
000280*                 SUPERVISOR.  REPORT ON AGERPT.            *
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT EXCEPTION-FILE   ASSIGN TO EXCPOUT
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-EXC-STATUS.
000360     SELECT REFERRAL-FILE    ASSIGN TO REFEROUT
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-REF-STATUS.
000390     SELECT PENDING-FILE     ASSIGN TO PENDAPPR
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PND-STATUS.
000420     SELECT DUPLICATE-FILE   ASSIGN TO DUPSUSP
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-DUP-STATUS.
000450     SELECT CALENDAR-FILE    ASSIGN TO BUSCAL
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CAL-STATUS.
000480     SELECT REPORT-OUT       ASSIGN TO AGERPT
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*----------------------------------------------------------*
000530* THE FOUR WORK QUEUES                                      *
000540*----------------------------------------------------------*
000550 FD  EXCEPTION-FILE.
000560     COPY EXCPREC.
000570 FD  REFERRAL-FILE.
000580     COPY REFREC.
000590 FD  PENDING-FILE.
000600     COPY PNDREC.
000610 FD  DUPLICATE-FILE.
000620     COPY DUPREC.
000630*----------------------------------------------------------*
000640* CALENDAR-FILE -- THE BUSINESS CALENDAR, LOADED AT START   *
000650*----------------------------------------------------------*
000660 FD  CALENDAR-FILE.
000670     COPY CALREC.
000680*----------------------------------------------------------*
000690* REPORT-OUT -- THE PRINTED AGING REPORT                    *
000700*----------------------------------------------------------*
000710 FD  REPORT-OUT.
000720 01  PRINT-LINE                  PIC X(80).
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------*
000750* SWITCHES AND STATUS FIELDS                                *
000760*----------------------------------------------------------*
000770 01  WS-EXC-STATUS               PIC X(02).
000780 01  WS-REF-STATUS               PIC X(02).
000790 01  WS-PND-STATUS               PIC X(02).
000800 01  WS-DUP-STATUS               PIC X(02).
000810 01  WS-EOF-SW                   PIC X(01).
000820     88  WS-EOF                        VALUE "Y".
000830     88  WS-NOT-EOF                    VALUE "N".
000840 01  WS-ROW-FOUND-SW             PIC X(01).
000850     88  WS-ROW-FOUND                  VALUE "Y".
000860     88  WS-ROW-NOT-FOUND              VALUE "N".
000870*----------------------------------------------------------*
000880* BUSINESS DATE AND ESCALATION AGE                          *
000890*----------------------------------------------------------*
000900 01  WS-BUSINESS-DATE            PIC 9(08).
000910 01  WS-BUSDATE-BUFFER           PIC X(08).
000920 01  WS-BUS-SERIAL               PIC 9(08) COMP.
000930 01  WS-ESCALATE-DAYS            PIC 9(02) VALUE 5.
000940 01  WS-DAYS-BUFFER              PIC X(02).
000950 01  WS-DAYS-ZEROS               PIC X(02) VALUE "00".
000960 01  WS-DAYS-ZF                  PIC X(02).
000970 01  WS-DAYS-ZF-VALUE REDEFINES WS-DAYS-ZF
000980                                 PIC 9(02).
000990 01  WS-DAYS-LEN                 PIC 9(02) COMP.
001000*----------------------------------------------------------*
001010* BUSINESS CALENDAR TABLE                                   *
001020*----------------------------------------------------------*
001030 01  WS-CAL-STATUS               PIC X(02).
001040 01  WS-CAL-EOF-SW               PIC X(01).
001050     88  WS-CAL-EOF                    VALUE "Y".
001060     88  WS-CAL-NOT-EOF                VALUE "N".
001070 01  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
001080 01  WS-CAL-MAX                  PIC 9(04) COMP VALUE 800.
001090 01  WS-CAL-SUB                  PIC 9(04) COMP.
001100 01  WS-CAL-TABLE.
001110     05  WS-CAL-ENTRY OCCURS 800 TIMES.
001120         10  WS-CL-DATE          PIC 9(08).
001130         10  WS-CL-TYPE          PIC X(01).
001140*----------------------------------------------------------*
001150* THE CURRENT ITEM, WHICHEVER QUEUE IT CAME FROM            *
001160*----------------------------------------------------------*
001170 01  WS-ITEM-QUEUE               PIC 9(01).
001180 01  WS-ITEM-ID                  PIC X(06).
001190 01  WS-ITEM-DATE                PIC 9(08).
001200 01  WS-ITEM-DATE-X REDEFINES WS-ITEM-DATE
001210                                 PIC X(08).
001220 01  WS-ITEM-REASON              PIC X(04).
001230 01  WS-ITEM-PROGRAM             PIC X(12).
001240 01  WS-ITEM-MAKER               PIC X(08).
001250 01  WS-ITEM-AMOUNT              PIC 9(09)V9(02).
001260 01  WS-ITEM-AGE                 PIC 9(03).
001270 01  WS-ITEM-BUCKET              PIC 9(01).
001280 01  WS-AMOUNT-2                 PIC 9(09)V9(02).
001290 01  WS-ITEM-SERIAL              PIC 9(08) COMP.
001300 01  WS-DAY-SPAN                 PIC 9(08) COMP.
001310 01  WS-NONBIZ-COUNT             PIC 9(08) COMP.
001320 01  WS-DTS-DATE                 PIC 9(08).
001330 01  WS-DTS-DATE-R REDEFINES WS-DTS-DATE.
001340     05  WS-DTS-YYYY             PIC 9(04).
001350     05  WS-DTS-MM               PIC 9(02).
001360     05  WS-DTS-DD               PIC 9(02).
001370 01  WS-DTS-Y                    PIC 9(04) COMP.
001380 01  WS-DTS-M                    PIC 9(02) COMP.
001390 01  WS-DTS-SERIAL               PIC 9(08) COMP.
001400*----------------------------------------------------------*
001410* THE HELD ITEM IMAGE OF A REFERRAL, APPROVAL OR DUPLICATE, *
001420* UNFOLDED                                                  *
001430*----------------------------------------------------------*
001440 COPY TRANREC.
001450*----------------------------------------------------------*
001460* QUEUE NAMES, IN REPORT ORDER                              *
001470*----------------------------------------------------------*
001480 01  WS-QUEUE-NAME-VALUES.
001490     05  FILLER                  PIC X(08) VALUE "EXCEPTN ".
001500     05  FILLER                  PIC X(08) VALUE "REFERRAL".
001510     05  FILLER                  PIC X(08) VALUE "APPROVAL".
001520     05  FILLER                  PIC X(08) VALUE "DUPLICAT".
001530 01  WS-QUEUE-NAME-TABLE REDEFINES WS-QUEUE-NAME-VALUES.
001540     05  WS-QUEUE-NAME OCCURS 4 TIMES
001550                                 PIC X(08).
001560*----------------------------------------------------------*
001570* AGING TABLE -- ONE ROW PER QUEUE, REASON AND PROGRAM,     *
001580* BUCKET COUNTS 0-1 / 2-3 / 4-5 / 6-10 / 11+ BUSINESS DAYS  *
001590*----------------------------------------------------------*
001600 01  WS-ROW-COUNT                PIC 9(03) COMP VALUE ZERO.
001610 01  WS-ROW-MAX                  PIC 9(03) COMP VALUE 300.
001620 01  WS-ROW-SUB                  PIC 9(03) COMP.
001630 01  WS-ROW-HIT                  PIC 9(03) COMP.
001640 01  WS-ROW-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
001650 01  WS-ROW-TABLE.
001660     05  WS-ROW OCCURS 300 TIMES.
001670         10  WS-RW-QUEUE         PIC 9(01).
001680         10  WS-RW-REASON        PIC X(04).
001690         10  WS-RW-PROGRAM       PIC X(12).
001700         10  WS-RW-BKT           PIC 9(05) COMP
001710                                 OCCURS 5 TIMES.
001720         10  WS-RW-COUNT         PIC 9(05) COMP.
001730         10  WS-RW-AMOUNT        PIC 9(11)V9(02) COMP-3.
001740 01  WS-QUEUE-SUB                PIC 9(01) COMP.
001750 01  WS-BKT-SUB                  PIC 9(01) COMP.
001760 01  WS-QUEUE-TOTALS.
001770     05  WS-QT OCCURS 4 TIMES.
001780         10  WS-QT-BKT           PIC 9(05) COMP
001790                                 OCCURS 5 TIMES.
001800         10  WS-QT-COUNT         PIC 9(05) COMP.
001810         10  WS-QT-AMOUNT        PIC 9(11)V9(02) COMP-3.
001820         10  WS-QT-ESCALATED     PIC 9(05) COMP.
001830         10  WS-QT-FILE-SW       PIC X(01).
001840             88  WS-QT-NO-FILE         VALUE "N".
001850 01  WS-GRAND-TOTALS.
001860     05  WS-GT-BKT               PIC 9(05) COMP
001870                                 OCCURS 5 TIMES.
001880     05  WS-GT-COUNT             PIC 9(05) COMP.
001890     05  WS-GT-AMOUNT            PIC 9(11)V9(02) COMP-3.
001900     05  WS-GT-ESCALATED         PIC 9(05) COMP.
001910*----------------------------------------------------------*
001920* ESCALATION TABLE -- ITEMS PAST THE ESCALATION AGE, HELD   *
001930* FOR THE OLDEST-FIRST LISTING                              *
001940*----------------------------------------------------------*
001950 01  WS-ESC-COUNT                PIC 9(04) COMP VALUE ZERO.
001960 01  WS-ESC-MAX                  PIC 9(04) COMP VALUE 2000.
001970 01  WS-ESC-SUB                  PIC 9(04) COMP.
001980 01  WS-ESC-HIT                  PIC 9(04) COMP.
001990 01  WS-ESC-PRINTED              PIC 9(04) COMP.
002000 01  WS-ESC-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
002010 01  WS-ESC-BEST-AGE             PIC 9(03).
002020 01  WS-ESC-TABLE.
002030     05  WS-ESC OCCURS 2000 TIMES.
002040         10  WS-ES-QUEUE         PIC 9(01).
002050         10  WS-ES-ID            PIC X(06).
002060         10  WS-ES-DATE          PIC X(08).
002070         10  WS-ES-AGE           PIC 9(03).
002080         10  WS-ES-REASON        PIC X(04).
002090         10  WS-ES-PROGRAM       PIC X(12).
002100         10  WS-ES-MAKER         PIC X(08).
002110         10  WS-ES-AMOUNT        PIC 9(09)V9(02).
002120         10  WS-ES-DONE          PIC X(01).
002130*----------------------------------------------------------*
002140* PAGE CONTROL                                              *
002150*----------------------------------------------------------*
002160 01  WS-PAGE-NO                  PIC 9(3) COMP VALUE 1.
002170 01  WS-LINE-CNT                 PIC 9(3) COMP VALUE 99.
002180 01  WS-MAX-LINES                PIC 9(3) COMP VALUE 50.
002190*----------------------------------------------------------*
002200* REPORT LINE LAYOUTS                                       *
002210*----------------------------------------------------------*
002220 01  SEPARATOR-LINE              PIC X(78) VALUE ALL "-".
002230 01  HEADING-LINE-1.
002240     05  FILLER                  PIC X(20)
002250                                 VALUE "EXCEPTION AGING FOR ".
002260     05  HL1-DATE                PIC 9(08).
002270     05  FILLER                  PIC X(38) VALUE SPACES.
002280     05  FILLER                  PIC X(05) VALUE "PAGE ".
002290     05  HL1-PAGE                PIC ZZ9.
002300 01  HEADING-LINE-2.
002310     05  FILLER                  PIC X(34) VALUE
002320         "AGES IN BUSINESS DAYS.  ESCALATION".
002330     05  FILLER                  PIC X(08) VALUE " AFTER: ".
002340     05  HL2-DAYS                PIC Z9.
002350     05  FILLER                  PIC X(32) VALUE
002360         " DAYS.  AMOUNT = LARGER OPERAND.".
002370 01  HEADING-LINE-3.
002380     05  FILLER                  PIC X(09) VALUE "QUEUE".
002390     05  FILLER                  PIC X(05) VALUE "RSN".
002400     05  FILLER                  PIC X(13) VALUE "PROGRAM".
002410     05  FILLER                  PIC X(06) VALUE "   0-1".
002420     05  FILLER                  PIC X(06) VALUE "   2-3".
002430     05  FILLER                  PIC X(06) VALUE "   4-5".
002440     05  FILLER                  PIC X(06) VALUE "  6-10".
002450     05  FILLER                  PIC X(06) VALUE "   11+".
002460     05  FILLER                  PIC X(06) VALUE " ITEMS".
002470     05  FILLER                  PIC X(17)
002480                                 VALUE "           AMOUNT".
002490 01  DETAIL-LINE.
002500     05  DL-QUEUE                PIC X(08).
002510     05  FILLER                  PIC X(01) VALUE SPACE.
002520     05  DL-REASON               PIC X(04).
002530     05  FILLER                  PIC X(01) VALUE SPACE.
002540     05  DL-PROGRAM              PIC X(12).
002550     05  FILLER                  PIC X(01) VALUE SPACE.
002560     05  DL-BUCKETS.
002570         10  DL-BKT              PIC ZZZZZ9
002580                                 OCCURS 5 TIMES.
002590     05  DL-COUNT                PIC ZZZZZ9.
002600     05  FILLER                  PIC X(01) VALUE SPACE.
002610     05  DL-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99.
002620 01  NO-ITEMS-LINE               PIC X(40) VALUE
002630     "NO ITEM IS WAITING ON ANY QUEUE.".
002640 01  NO-FILE-LINE.
002650     05  FILLER                  PIC X(09) VALUE SPACES.
002660     05  NFL-QUEUE               PIC X(08).
002670     05  FILLER                  PIC X(30) VALUE
002680         " QUEUE FILE NOT PRESENT".
002690 01  OVERFLOW-LINE.
002700     05  OFL-CAPTION             PIC X(50).
002710     05  OFL-COUNT               PIC ZZZ,ZZ9.
002720 01  ESC-HEADING-1.
002730     05  FILLER                  PIC X(30)
002740                         VALUE "ITEMS PAST ESCALATION AGE FOR ".
002750     05  EH1-DATE                PIC 9(08).
002760     05  FILLER                  PIC X(28) VALUE SPACES.
002770     05  FILLER                  PIC X(05) VALUE "PAGE ".
002780     05  EH1-PAGE                PIC ZZ9.
002790 01  ESC-HEADING-2.
002800     05  FILLER                  PIC X(11) VALUE "OLDER THAN ".
002810     05  EH2-DAYS                PIC Z9.
002820     05  FILLER                  PIC X(48) VALUE
002830         " BUSINESS DAYS, OLDEST FIRST - SUPERVISOR ACTION".
002840 01  ESC-HEADING-3.
002850     05  FILLER                  PIC X(09) VALUE "QUEUE".
002860     05  FILLER                  PIC X(07) VALUE "ITEM".
002870     05  FILLER                  PIC X(09) VALUE "QUEUED".
002880     05  FILLER                  PIC X(04) VALUE "AGE".
002890     05  FILLER                  PIC X(05) VALUE "RSN".
002900     05  FILLER                  PIC X(13) VALUE "PROGRAM".
002910     05  FILLER                  PIC X(09) VALUE "MAKER".
002920     05  FILLER                  PIC X(14)
002930                                 VALUE "        AMOUNT".
002940 01  ESC-LINE.
002950     05  EL-QUEUE                PIC X(08).
002960     05  FILLER                  PIC X(01) VALUE SPACE.
002970     05  EL-ID                   PIC X(06).
002980     05  FILLER                  PIC X(01) VALUE SPACE.
002990     05  EL-DATE                 PIC X(08).
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003010     05  EL-AGE                  PIC ZZ9.
003020     05  FILLER                  PIC X(01) VALUE SPACE.
003030     05  EL-REASON               PIC X(04).
003040     05  FILLER                  PIC X(01) VALUE SPACE.
003050     05  EL-PROGRAM              PIC X(12).
003060     05  FILLER                  PIC X(01) VALUE SPACE.
003070     05  EL-MAKER                PIC X(08).
003080     05  FILLER                  PIC X(01) VALUE SPACE.
003090     05  EL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
003100 01  ESC-NONE-LINE               PIC X(40) VALUE
003110     "NO ITEM IS PAST THE ESCALATION AGE.".
003120 PROCEDURE DIVISION.
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003150     PERFORM 2000-AGE-EXCEPTIONS THRU 2000-EXIT.
003160     PERFORM 2200-AGE-REFERRALS THRU 2200-EXIT.
003170     PERFORM 2400-AGE-APPROVALS THRU 2400-EXIT.
003180     PERFORM 2600-AGE-DUPLICATES THRU 2600-EXIT.
003190     PERFORM 6000-PRINT-AGING THRU 6000-EXIT.
003200     PERFORM 7000-PRINT-ESCALATIONS THRU 7000-EXIT.
003210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003220     STOP RUN.
003230*----------------------------------------------------------*
003240* 1000-INITIALIZE -- BUSINESS DATE, ESCALATION AGE,         *
003250*                    CALENDAR AND THE REPORT FILE           *
003260*----------------------------------------------------------*
003270 1000-INITIALIZE.
003280     ACCEPT WS-BUSDATE-BUFFER FROM ENVIRONMENT "BUSDATE".
003290     IF WS-BUSDATE-BUFFER IS NUMERIC
003300         MOVE WS-BUSDATE-BUFFER TO WS-BUSINESS-DATE
003310     ELSE
003320         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
003330     END-IF.
003340     MOVE WS-BUSINESS-DATE TO WS-DTS-DATE.
003350     PERFORM 8800-DATE-TO-SERIAL THRU 8800-EXIT.
003360     MOVE WS-DTS-SERIAL TO WS-BUS-SERIAL.
003370     PERFORM 1100-GET-ESCALATION-AGE THRU 1100-EXIT.
003380     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
003390     INITIALIZE WS-QUEUE-TOTALS.
003400     INITIALIZE WS-GRAND-TOTALS.
003410     OPEN OUTPUT REPORT-OUT.
003420 1000-EXIT.
003430     EXIT.
003440*----------------------------------------------------------*
003450* 1100-GET-ESCALATION-AGE -- AGEESC FROM THE ENVIRONMENT,   *
003460*                 RIGHT-JUSTIFIED AND ZERO-FILLED,          *
003470*                 DEFAULT 5                                 *
003480*----------------------------------------------------------*
003490 1100-GET-ESCALATION-AGE.
003500     ACCEPT WS-DAYS-BUFFER FROM ENVIRONMENT "AGEESC".
003510     MOVE ZERO TO WS-DAYS-LEN.
003520     INSPECT WS-DAYS-BUFFER TALLYING WS-DAYS-LEN
003530         FOR CHARACTERS BEFORE INITIAL SPACE.
003540     IF WS-DAYS-LEN > ZERO
003550         IF WS-DAYS-LEN = 2
003560             MOVE WS-DAYS-BUFFER TO WS-DAYS-ZF
003570         ELSE
003580             STRING WS-DAYS-ZEROS(1 : 2 - WS-DAYS-LEN)
003590                        DELIMITED BY SIZE
003600                    WS-DAYS-BUFFER(1 : WS-DAYS-LEN)
003610                        DELIMITED BY SIZE
003620                 INTO WS-DAYS-ZF
003630         END-IF
003640         IF WS-DAYS-ZF IS NUMERIC
003650             MOVE WS-DAYS-ZF-VALUE TO WS-ESCALATE-DAYS
003660         END-IF
003670     END-IF.
003680 1100-EXIT.
003690     EXIT.
003700*----------------------------------------------------------*
003710* 1300-LOAD-CALENDAR -- PULL THE BUSINESS CALENDAR INTO     *
003720*                 STORAGE.  NO FILE JUST MEANS EVERY DATE   *
003730*                 COUNTS AS A BUSINESS DAY.                 *
003740*----------------------------------------------------------*
003750 1300-LOAD-CALENDAR.
003760     SET WS-CAL-NOT-EOF TO TRUE.
003770     MOVE ZERO TO WS-CAL-COUNT.
003780     OPEN INPUT CALENDAR-FILE.
003790     IF WS-CAL-STATUS NOT = "00"
003800         GO TO 1300-EXIT
003810     END-IF.
003820     PERFORM 1350-READ-ONE-DATE THRU 1350-EXIT
003830         UNTIL WS-CAL-EOF.
003840     CLOSE CALENDAR-FILE.
003850 1300-EXIT.
003860     EXIT.
003870 1350-READ-ONE-DATE.
003880     READ CALENDAR-FILE
003890         AT END
003900             SET WS-CAL-EOF TO TRUE
003910             GO TO 1350-EXIT
003920     END-READ.
003930     IF CAL-DATE IS NOT NUMERIC
003940         GO TO 1350-EXIT
003950     END-IF.
003960     IF WS-CAL-COUNT >= WS-CAL-MAX
003970         DISPLAY "VIEILLISSEMENT-EXCEPTIONS: CALENDAR TABLE "
003980                 "FULL - REMAINING DATES IGNORED."
003990         SET WS-CAL-EOF TO TRUE
004000         GO TO 1350-EXIT
004010     END-IF.
004020     ADD 1 TO WS-CAL-COUNT.
004030     MOVE CAL-DATE     TO WS-CL-DATE(WS-CAL-COUNT).
004040     MOVE CAL-DAY-TYPE TO WS-CL-TYPE(WS-CAL-COUNT).
004050 1350-EXIT.
004060     EXIT.
004070*----------------------------------------------------------*
004080* 2000-AGE-EXCEPTIONS -- EVERY EXCEPTION NOT YET            *
004090*                 RESUBMITTED OR ABANDONED                  *
004100*----------------------------------------------------------*
004110 2000-AGE-EXCEPTIONS.
004120     MOVE 1 TO WS-ITEM-QUEUE.
004130     SET WS-NOT-EOF TO TRUE.
004140     OPEN INPUT EXCEPTION-FILE.
004150     IF WS-EXC-STATUS NOT = "00"
004160         SET WS-QT-NO-FILE(1) TO TRUE
004170         GO TO 2000-EXIT
004180     END-IF.
004190     PERFORM 2100-AGE-ONE-EXCEPTION THRU 2100-EXIT
004200         UNTIL WS-EOF.
004210     CLOSE EXCEPTION-FILE.
004220 2000-EXIT.
004230     EXIT.
004240 2100-AGE-ONE-EXCEPTION.
004250     READ EXCEPTION-FILE
004260         AT END
004270             SET WS-EOF TO TRUE
004280             GO TO 2100-EXIT
004290     END-READ.
004300     IF NOT EXC-DISP-OPEN
004310         GO TO 2100-EXIT
004320     END-IF.
004330     MOVE EXC-TRAN-ID     TO WS-ITEM-ID.
004340     MOVE EXC-RUN-DATE    TO WS-ITEM-DATE.
004350     MOVE EXC-REASON-CODE TO WS-ITEM-REASON.
004360     MOVE EXC-PROGRAM-ID  TO WS-ITEM-PROGRAM.
004370     MOVE SPACES          TO WS-ITEM-MAKER.
004380     MOVE EXC-NUM1        TO WS-ITEM-AMOUNT.
004390     MOVE EXC-NUM2        TO WS-AMOUNT-2.
004400     IF WS-AMOUNT-2 > WS-ITEM-AMOUNT
004410         MOVE WS-AMOUNT-2 TO WS-ITEM-AMOUNT
004420     END-IF.
004430     PERFORM 5000-TALLY-ITEM THRU 5000-EXIT.
004440 2100-EXIT.
004450     EXIT.
004460*----------------------------------------------------------*
004470* 2200-AGE-REFERRALS -- EVERY REFERRAL STILL PENDING        *
004480*----------------------------------------------------------*
004490 2200-AGE-REFERRALS.
004500     MOVE 2 TO WS-ITEM-QUEUE.
004510     SET WS-NOT-EOF TO TRUE.
004520     OPEN INPUT REFERRAL-FILE.
004530     IF WS-REF-STATUS NOT = "00"
004540         SET WS-QT-NO-FILE(2) TO TRUE
004550         GO TO 2200-EXIT
004560     END-IF.
004570     PERFORM 2300-AGE-ONE-REFERRAL THRU 2300-EXIT
004580         UNTIL WS-EOF.
004590     CLOSE REFERRAL-FILE.
004600 2200-EXIT.
004610     EXIT.
004620 2300-AGE-ONE-REFERRAL.
004630     READ REFERRAL-FILE
004640         AT END
004650             SET WS-EOF TO TRUE
004660             GO TO 2300-EXIT
004670     END-READ.
004680     IF NOT REF-PENDING
004690         GO TO 2300-EXIT
004700     END-IF.
004710     MOVE REF-TRAN-IMAGE  TO TRANSACTION-RECORD.
004720     MOVE TRAN-ID         TO WS-ITEM-ID.
004730     MOVE REF-RUN-DATE    TO WS-ITEM-DATE.
004740     MOVE "LIMT"          TO WS-ITEM-REASON.
004750     MOVE REF-PROGRAM-ID  TO WS-ITEM-PROGRAM.
004760     MOVE SPACES          TO WS-ITEM-MAKER.
004770     MOVE REF-AMOUNT      TO WS-ITEM-AMOUNT.
004780     PERFORM 5000-TALLY-ITEM THRU 5000-EXIT.
004790 2300-EXIT.
004800     EXIT.
004810*----------------------------------------------------------*
004820* 2400-AGE-APPROVALS -- EVERY MAKER-CHECKER ITEM STILL      *
004830*                 WAITING FOR ITS CHECKER.  THE ORIGINATING *
004840*                 PROGRAM IS PND-ORIGIN; AN ITEM QUEUED     *
004850*                 BEFORE THAT FIELD WAS KEPT SHOWS AS       *
004860*                 UNRECORDED.                               *
004870*----------------------------------------------------------*
004880 2400-AGE-APPROVALS.
004890     MOVE 3 TO WS-ITEM-QUEUE.
004900     SET WS-NOT-EOF TO TRUE.
004910     OPEN INPUT PENDING-FILE.
004920     IF WS-PND-STATUS NOT = "00"
004930         SET WS-QT-NO-FILE(3) TO TRUE
004940         GO TO 2400-EXIT
004950     END-IF.
004960     PERFORM 2500-AGE-ONE-APPROVAL THRU 2500-EXIT
004970         UNTIL WS-EOF.
004980     CLOSE PENDING-FILE.
004990 2400-EXIT.
005000     EXIT.
005010 2500-AGE-ONE-APPROVAL.
005020     READ PENDING-FILE
005030         AT END
005040             SET WS-EOF TO TRUE
005050             GO TO 2500-EXIT
005060     END-READ.
005070     IF NOT PND-PENDING
005080         GO TO 2500-EXIT
005090     END-IF.
005100     MOVE PND-TRAN-IMAGE  TO TRANSACTION-RECORD.
005110     MOVE TRAN-ID         TO WS-ITEM-ID.
005120     MOVE PND-ENTRY-DATE  TO WS-ITEM-DATE.
005130     MOVE "APPR"          TO WS-ITEM-REASON.
005140     IF PND-ORIGIN = SPACES
005150         MOVE "(UNRECORDED)" TO WS-ITEM-PROGRAM
005160     ELSE
005170         MOVE PND-ORIGIN  TO WS-ITEM-PROGRAM
005180     END-IF.
005190     MOVE PND-MAKER-ID    TO WS-ITEM-MAKER.
005200     PERFORM 5900-LARGER-OPERAND THRU 5900-EXIT.
005210     PERFORM 5000-TALLY-ITEM THRU 5000-EXIT.
005220 2500-EXIT.
005230     EXIT.
005240*----------------------------------------------------------*
005250* 2600-AGE-DUPLICATES -- EVERY SUSPECTED DUPLICATE STILL    *
005260*                 PENDING REVIEW                            *
005270*----------------------------------------------------------*
005280 2600-AGE-DUPLICATES.
005290     MOVE 4 TO WS-ITEM-QUEUE.
005300     SET WS-NOT-EOF TO TRUE.
005310     OPEN INPUT DUPLICATE-FILE.
005320     IF WS-DUP-STATUS NOT = "00"
005330         SET WS-QT-NO-FILE(4) TO TRUE
005340         GO TO 2600-EXIT
005350     END-IF.
005360     PERFORM 2700-AGE-ONE-DUPLICATE THRU 2700-EXIT
005370         UNTIL WS-EOF.
005380     CLOSE DUPLICATE-FILE.
005390 2600-EXIT.
005400     EXIT.
005410 2700-AGE-ONE-DUPLICATE.
005420     READ DUPLICATE-FILE
005430         AT END
005440             SET WS-EOF TO TRUE
005450             GO TO 2700-EXIT
005460     END-READ.
005470     IF NOT DUP-PENDING
005480         GO TO 2700-EXIT
005490     END-IF.
005500     MOVE DUP-TRAN-IMAGE  TO TRANSACTION-RECORD.
005510     MOVE TRAN-ID         TO WS-ITEM-ID.
005520     MOVE DUP-RUN-DATE    TO WS-ITEM-DATE.
005530     MOVE "DUPS"          TO WS-ITEM-REASON.
005540     MOVE "DETECTDOUBL"   TO WS-ITEM-PROGRAM.
005550     MOVE SPACES          TO WS-ITEM-MAKER.
005560     PERFORM 5900-LARGER-OPERAND THRU 5900-EXIT.
005570     PERFORM 5000-TALLY-ITEM THRU 5000-EXIT.
005580 2700-EXIT.
005590     EXIT.
005600*----------------------------------------------------------*
005610* 5000-TALLY-ITEM -- AGE THE CURRENT ITEM, ADD IT TO ITS    *
005620*                 ROW, ITS QUEUE AND THE GRAND TOTAL, AND   *
005630*                 HOLD IT FOR THE ESCALATION PAGE IF IT IS  *
005640*                 PAST THE ESCALATION AGE                   *
005650*----------------------------------------------------------*
005660 5000-TALLY-ITEM.
005670     PERFORM 5200-COMPUTE-AGE THRU 5200-EXIT.
005680     EVALUATE TRUE
005690         WHEN WS-ITEM-AGE <= 1
005700             MOVE 1 TO WS-ITEM-BUCKET
005710         WHEN WS-ITEM-AGE <= 3
005720             MOVE 2 TO WS-ITEM-BUCKET
005730         WHEN WS-ITEM-AGE <= 5
005740             MOVE 3 TO WS-ITEM-BUCKET
005750         WHEN WS-ITEM-AGE <= 10
005760             MOVE 4 TO WS-ITEM-BUCKET
005770         WHEN OTHER
005780             MOVE 5 TO WS-ITEM-BUCKET
005790     END-EVALUATE.
005800     ADD 1 TO WS-QT-BKT(WS-ITEM-QUEUE, WS-ITEM-BUCKET).
005810     ADD 1 TO WS-QT-COUNT(WS-ITEM-QUEUE).
005820     ADD WS-ITEM-AMOUNT TO WS-QT-AMOUNT(WS-ITEM-QUEUE).
005830     ADD 1 TO WS-GT-BKT(WS-ITEM-BUCKET).
005840     ADD 1 TO WS-GT-COUNT.
005850     ADD WS-ITEM-AMOUNT TO WS-GT-AMOUNT.
005860     PERFORM 5100-FIND-ROW THRU 5100-EXIT.
005870     IF WS-ROW-FOUND
005880         ADD 1 TO WS-RW-BKT(WS-ROW-HIT, WS-ITEM-BUCKET)
005890         ADD 1 TO WS-RW-COUNT(WS-ROW-HIT)
005900         ADD WS-ITEM-AMOUNT TO WS-RW-AMOUNT(WS-ROW-HIT)
005910     END-IF.
005920     IF WS-ITEM-AGE > WS-ESCALATE-DAYS
005930         ADD 1 TO WS-QT-ESCALATED(WS-ITEM-QUEUE)
005940         ADD 1 TO WS-GT-ESCALATED
005950         PERFORM 5400-KEEP-ESCALATION THRU 5400-EXIT
005960     END-IF.
005970 5000-EXIT.
005980     EXIT.
005990*----------------------------------------------------------*
006000* 5100-FIND-ROW -- THE ROW FOR THE ITEM'S QUEUE, REASON AND *
006010*                 PROGRAM, OPENED IF THIS IS THE FIRST ITEM *
006020*                 FOR IT.  A FULL TABLE LEAVES THE ITEM IN  *
006030*                 THE QUEUE AND GRAND TOTALS ONLY.          *
006040*----------------------------------------------------------*
006050 5100-FIND-ROW.
006060     SET WS-ROW-NOT-FOUND TO TRUE.
006070     PERFORM 5150-CHECK-ONE-ROW THRU 5150-EXIT
006080         VARYING WS-ROW-SUB FROM 1 BY 1
006090         UNTIL WS-ROW-SUB > WS-ROW-COUNT
006100            OR WS-ROW-FOUND.
006110     IF WS-ROW-FOUND
006120         GO TO 5100-EXIT
006130     END-IF.
006140     IF WS-ROW-COUNT >= WS-ROW-MAX
006150         ADD 1 TO WS-ROW-OVERFLOW
006160         GO TO 5100-EXIT
006170     END-IF.
006180     ADD 1 TO WS-ROW-COUNT.
006190     MOVE WS-ROW-COUNT TO WS-ROW-HIT.
006200     INITIALIZE WS-ROW(WS-ROW-HIT).
006210     MOVE WS-ITEM-QUEUE   TO WS-RW-QUEUE(WS-ROW-HIT).
006220     MOVE WS-ITEM-REASON  TO WS-RW-REASON(WS-ROW-HIT).
006230     MOVE WS-ITEM-PROGRAM TO WS-RW-PROGRAM(WS-ROW-HIT).
006240     SET WS-ROW-FOUND TO TRUE.
006250 5100-EXIT.
006260     EXIT.
006270 5150-CHECK-ONE-ROW.
006280     IF WS-RW-QUEUE(WS-ROW-SUB) = WS-ITEM-QUEUE
006290      AND WS-RW-REASON(WS-ROW-SUB) = WS-ITEM-REASON
006300      AND WS-RW-PROGRAM(WS-ROW-SUB) = WS-ITEM-PROGRAM
006310         MOVE WS-ROW-SUB TO WS-ROW-HIT
006320         SET WS-ROW-FOUND TO TRUE
006330     END-IF.
006340 5150-EXIT.
006350     EXIT.
006360*----------------------------------------------------------*
006370* 5200-COMPUTE-AGE -- BUSINESS DAYS FROM THE QUEUED DATE TO *
006380*                 THE BUSINESS DATE: CALENDAR DAYS ELAPSED  *
006390*                 LESS EVERY WEEKEND OR HOLIDAY ON BUSCAL   *
006400*                 AFTER THE QUEUED DATE, UP TO AND          *
006410*                 INCLUDING THE BUSINESS DATE.  AN ITEM     *
006420*                 WITH NO USABLE DATE IS AGED 999 SO IT IS  *
006430*                 ESCALATED.                                *
006440*----------------------------------------------------------*
006450 5200-COMPUTE-AGE.
006460     IF WS-ITEM-DATE IS NOT NUMERIC
006470      OR WS-ITEM-DATE = ZERO
006480         MOVE 999 TO WS-ITEM-AGE
006490         GO TO 5200-EXIT
006500     END-IF.
006510     IF WS-ITEM-DATE >= WS-BUSINESS-DATE
006520         MOVE ZERO TO WS-ITEM-AGE
006530         GO TO 5200-EXIT
006540     END-IF.
006550     MOVE WS-ITEM-DATE TO WS-DTS-DATE.
006560     PERFORM 8800-DATE-TO-SERIAL THRU 8800-EXIT.
006570     MOVE WS-DTS-SERIAL TO WS-ITEM-SERIAL.
006580     COMPUTE WS-DAY-SPAN = WS-BUS-SERIAL - WS-ITEM-SERIAL.
006590     MOVE ZERO TO WS-NONBIZ-COUNT.
006600     PERFORM 5250-CHECK-ONE-CAL-DATE THRU 5250-EXIT
006610         VARYING WS-CAL-SUB FROM 1 BY 1
006620         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
006630     IF WS-NONBIZ-COUNT >= WS-DAY-SPAN
006640         MOVE ZERO TO WS-ITEM-AGE
006650         GO TO 5200-EXIT
006660     END-IF.
006670     SUBTRACT WS-NONBIZ-COUNT FROM WS-DAY-SPAN.
006680     IF WS-DAY-SPAN > 999
006690         MOVE 999 TO WS-ITEM-AGE
006700     ELSE
006710         MOVE WS-DAY-SPAN TO WS-ITEM-AGE
006720     END-IF.
006730 5200-EXIT.
006740     EXIT.
006750 5250-CHECK-ONE-CAL-DATE.
006760     IF WS-CL-DATE(WS-CAL-SUB) > WS-ITEM-DATE
006770      AND WS-CL-DATE(WS-CAL-SUB) NOT > WS-BUSINESS-DATE
006780      AND WS-CL-TYPE(WS-CAL-SUB) NOT = "B"
006790         ADD 1 TO WS-NONBIZ-COUNT
006800     END-IF.
006810 5250-EXIT.
006820     EXIT.
006830*----------------------------------------------------------*
006840* 5400-KEEP-ESCALATION -- HOLD THE ITEM FOR THE ESCALATION  *
006850*                 PAGE.  A FULL TABLE IS COUNTED AND NOTED. *
006860*----------------------------------------------------------*
006870 5400-KEEP-ESCALATION.
006880     IF WS-ESC-COUNT >= WS-ESC-MAX
006890         ADD 1 TO WS-ESC-OVERFLOW
006900         GO TO 5400-EXIT
006910     END-IF.
006920     ADD 1 TO WS-ESC-COUNT.
006930     MOVE WS-ITEM-QUEUE   TO WS-ES-QUEUE(WS-ESC-COUNT).
006940     MOVE WS-ITEM-ID      TO WS-ES-ID(WS-ESC-COUNT).
006950     MOVE WS-ITEM-DATE-X  TO WS-ES-DATE(WS-ESC-COUNT).
006960     MOVE WS-ITEM-AGE     TO WS-ES-AGE(WS-ESC-COUNT).
006970     MOVE WS-ITEM-REASON  TO WS-ES-REASON(WS-ESC-COUNT).
006980     MOVE WS-ITEM-PROGRAM TO WS-ES-PROGRAM(WS-ESC-COUNT).
006990     MOVE WS-ITEM-MAKER   TO WS-ES-MAKER(WS-ESC-COUNT).
007000     MOVE WS-ITEM-AMOUNT  TO WS-ES-AMOUNT(WS-ESC-COUNT).
007010     MOVE "N"             TO WS-ES-DONE(WS-ESC-COUNT).
007020 5400-EXIT.
007030     EXIT.
007040*----------------------------------------------------------*
007050* 5900-LARGER-OPERAND -- THE ITEM AMOUNT OF A HELD IMAGE    *
007060*----------------------------------------------------------*
007070 5900-LARGER-OPERAND.
007080     MOVE TRAN-NUM1 TO WS-ITEM-AMOUNT.
007090     IF TRAN-NUM2 > WS-ITEM-AMOUNT
007100         MOVE TRAN-NUM2 TO WS-ITEM-AMOUNT
007110     END-IF.
007120 5900-EXIT.
007130     EXIT.
007140*----------------------------------------------------------*
007150* 6000-PRINT-AGING -- THE ROWS OF EACH QUEUE, THE QUEUE     *
007160*                 TOTAL UNDER THEM, THEN THE GRAND TOTAL    *
007170*----------------------------------------------------------*
007180 6000-PRINT-AGING.
007190     PERFORM 8500-PRINT-HEADINGS THRU 8500-EXIT.
007200     IF WS-GT-COUNT = ZERO
007210         WRITE PRINT-LINE FROM NO-ITEMS-LINE
007220     END-IF.
007230     PERFORM 6100-PRINT-ONE-QUEUE THRU 6100-EXIT
007240         VARYING WS-QUEUE-SUB FROM 1 BY 1
007250         UNTIL WS-QUEUE-SUB > 4.
007260     MOVE SPACES TO DETAIL-LINE.
007270     MOVE "ALL"         TO DL-QUEUE.
007280     MOVE "GRAND TOTAL" TO DL-PROGRAM.
007290     PERFORM 6300-MOVE-ONE-BUCKET THRU 6300-EXIT
007300         VARYING WS-BKT-SUB FROM 1 BY 1
007310         UNTIL WS-BKT-SUB > 5.
007320     MOVE WS-GT-COUNT  TO DL-COUNT.
007330     MOVE WS-GT-AMOUNT TO DL-AMOUNT.
007340     WRITE PRINT-LINE FROM SEPARATOR-LINE.
007350     WRITE PRINT-LINE FROM DETAIL-LINE.
007360     IF WS-ROW-OVERFLOW > ZERO
007370         MOVE "ITEMS IN TOTALS ONLY - AGING TABLE FULL"
007380             TO OFL-CAPTION
007390         MOVE WS-ROW-OVERFLOW TO OFL-COUNT
007400         WRITE PRINT-LINE FROM OVERFLOW-LINE
007410     END-IF.
007420 6000-EXIT.
007430     EXIT.
007440 6100-PRINT-ONE-QUEUE.
007450     IF WS-QT-NO-FILE(WS-QUEUE-SUB)
007460         IF WS-LINE-CNT >= WS-MAX-LINES
007470             PERFORM 8500-PRINT-HEADINGS THRU 8500-EXIT
007480         END-IF
007490         MOVE WS-QUEUE-NAME(WS-QUEUE-SUB) TO NFL-QUEUE
007500         WRITE PRINT-LINE FROM NO-FILE-LINE
007510         ADD 1 TO WS-LINE-CNT
007520         GO TO 6100-EXIT
007530     END-IF.
007540     IF WS-QT-COUNT(WS-QUEUE-SUB) = ZERO
007550         GO TO 6100-EXIT
007560     END-IF.
007570     PERFORM 6150-PRINT-ONE-ROW THRU 6150-EXIT
007580         VARYING WS-ROW-SUB FROM 1 BY 1
007590         UNTIL WS-ROW-SUB > WS-ROW-COUNT.
007600     IF WS-LINE-CNT >= WS-MAX-LINES
007610         PERFORM 8500-PRINT-HEADINGS THRU 8500-EXIT
007620     END-IF.
007630     MOVE SPACES TO DETAIL-LINE.
007640     MOVE WS-QUEUE-NAME(WS-QUEUE-SUB) TO DL-QUEUE.
007650     MOVE "QUEUE TOTAL" TO DL-PROGRAM.
007660     PERFORM 6200-MOVE-QUEUE-BUCKET THRU 6200-EXIT
007670         VARYING WS-BKT-SUB FROM 1 BY 1
007680         UNTIL WS-BKT-SUB > 5.
007690     MOVE WS-QT-COUNT(WS-QUEUE-SUB)  TO DL-COUNT.
007700     MOVE WS-QT-AMOUNT(WS-QUEUE-SUB) TO DL-AMOUNT.
007710     WRITE PRINT-LINE FROM DETAIL-LINE.
007720     MOVE SPACES TO PRINT-LINE.
007730     WRITE PRINT-LINE.
007740     ADD 2 TO WS-LINE-CNT.
007750 6100-EXIT.
007760     EXIT.
007770 6150-PRINT-ONE-ROW.
007780     IF WS-RW-QUEUE(WS-ROW-SUB) NOT = WS-QUEUE-SUB
007790         GO TO 6150-EXIT
007800     END-IF.
007810     IF WS-LINE-CNT >= WS-MAX-LINES
007820         PERFORM 8500-PRINT-HEADINGS THRU 8500-EXIT
007830     END-IF.
007840     MOVE SPACES TO DETAIL-LINE.
007850     MOVE WS-QUEUE-NAME(WS-QUEUE-SUB) TO DL-QUEUE.
007860     MOVE WS-RW-REASON(WS-ROW-SUB)    TO DL-REASON.
007870     MOVE WS-RW-PROGRAM(WS-ROW-SUB)   TO DL-PROGRAM.
007880     PERFORM 6250-MOVE-ROW-BUCKET THRU 6250-EXIT
007890         VARYING WS-BKT-SUB FROM 1 BY 1
007900         UNTIL WS-BKT-SUB > 5.
007910     MOVE WS-RW-COUNT(WS-ROW-SUB)  TO DL-COUNT.
007920     MOVE WS-RW-AMOUNT(WS-ROW-SUB) TO DL-AMOUNT.
007930     WRITE PRINT-LINE FROM DETAIL-LINE.
007940     ADD 1 TO WS-LINE-CNT.
007950 6150-EXIT.
007960     EXIT.
007970 6200-MOVE-QUEUE-BUCKET.
007980     MOVE WS-QT-BKT(WS-QUEUE-SUB, WS-BKT-SUB)
007990         TO DL-BKT(WS-BKT-SUB).
008000 6200-EXIT.
008010     EXIT.
008020 6250-MOVE-ROW-BUCKET.
008030     MOVE WS-RW-BKT(WS-ROW-SUB, WS-BKT-SUB)
008040         TO DL-BKT(WS-BKT-SUB).
008050 6250-EXIT.
008060     EXIT.
008070 6300-MOVE-ONE-BUCKET.
008080     MOVE WS-GT-BKT(WS-BKT-SUB) TO DL-BKT(WS-BKT-SUB).
008090 6300-EXIT.
008100     EXIT.
008110*----------------------------------------------------------*
008120* 7000-PRINT-ESCALATIONS -- SEPARATE PAGE: EVERY ITEM PAST  *
008130*                 THE ESCALATION AGE, OLDEST FIRST          *
008140*----------------------------------------------------------*
008150 7000-PRINT-ESCALATIONS.
008160     MOVE 99 TO WS-LINE-CNT.
008170     PERFORM 8600-PRINT-ESC-HEADINGS THRU 8600-EXIT.
008180     IF WS-ESC-COUNT = ZERO
008190         WRITE PRINT-LINE FROM ESC-NONE-LINE
008200         GO TO 7000-EXIT
008210     END-IF.
008220     PERFORM 7100-PRINT-OLDEST THRU 7100-EXIT
008230         VARYING WS-ESC-PRINTED FROM 1 BY 1
008240         UNTIL WS-ESC-PRINTED > WS-ESC-COUNT.
008250     IF WS-ESC-OVERFLOW > ZERO
008260         MOVE "FURTHER ITEMS PAST THE AGE - LISTING TABLE FULL"
008270             TO OFL-CAPTION
008280         MOVE WS-ESC-OVERFLOW TO OFL-COUNT
008290         WRITE PRINT-LINE FROM OVERFLOW-LINE
008300     END-IF.
008310 7000-EXIT.
008320     EXIT.
008330 7100-PRINT-OLDEST.
008340     MOVE ZERO TO WS-ESC-HIT.
008350     MOVE ZERO TO WS-ESC-BEST-AGE.
008360     PERFORM 7150-CHECK-ONE-ESCALATION THRU 7150-EXIT
008370         VARYING WS-ESC-SUB FROM 1 BY 1
008380         UNTIL WS-ESC-SUB > WS-ESC-COUNT.
008390     IF WS-ESC-HIT = ZERO
008400         GO TO 7100-EXIT
008410     END-IF.
008420     MOVE "Y" TO WS-ES-DONE(WS-ESC-HIT).
008430     IF WS-LINE-CNT >= WS-MAX-LINES
008440         PERFORM 8600-PRINT-ESC-HEADINGS THRU 8600-EXIT
008450     END-IF.
008460     MOVE WS-QUEUE-NAME(WS-ES-QUEUE(WS-ESC-HIT)) TO EL-QUEUE.
008470     MOVE WS-ES-ID(WS-ESC-HIT)      TO EL-ID.
008480     MOVE WS-ES-DATE(WS-ESC-HIT)    TO EL-DATE.
008490     MOVE WS-ES-AGE(WS-ESC-HIT)     TO EL-AGE.
008500     MOVE WS-ES-REASON(WS-ESC-HIT)  TO EL-REASON.
008510     MOVE WS-ES-PROGRAM(WS-ESC-HIT) TO EL-PROGRAM.
008520     MOVE WS-ES-MAKER(WS-ESC-HIT)   TO EL-MAKER.
008530     MOVE WS-ES-AMOUNT(WS-ESC-HIT)  TO EL-AMOUNT.
008540     WRITE PRINT-LINE FROM ESC-LINE.
008550     ADD 1 TO WS-LINE-CNT.
008560 7100-EXIT.
008570     EXIT.
008580 7150-CHECK-ONE-ESCALATION.
008590     IF WS-ES-DONE(WS-ESC-SUB) = "N"
008600      AND (WS-ESC-HIT = ZERO
008610       OR WS-ES-AGE(WS-ESC-SUB) > WS-ESC-BEST-AGE)
008620         MOVE WS-ESC-SUB TO WS-ESC-HIT
008630         MOVE WS-ES-AGE(WS-ESC-SUB) TO WS-ESC-BEST-AGE
008640     END-IF.
008650 7150-EXIT.
008660     EXIT.
008670*----------------------------------------------------------*
008680* 8500-PRINT-HEADINGS -- START A NEW AGING PAGE             *
008690*----------------------------------------------------------*
008700 8500-PRINT-HEADINGS.
008710     MOVE WS-BUSINESS-DATE TO HL1-DATE.
008720     MOVE WS-PAGE-NO TO HL1-PAGE.
008730     MOVE WS-ESCALATE-DAYS TO HL2-DAYS.
008740     WRITE PRINT-LINE FROM HEADING-LINE-1.
008750     WRITE PRINT-LINE FROM HEADING-LINE-2.
008760     WRITE PRINT-LINE FROM HEADING-LINE-3.
008770     WRITE PRINT-LINE FROM SEPARATOR-LINE.
008780     ADD 1 TO WS-PAGE-NO.
008790     MOVE ZERO TO WS-LINE-CNT.
008800 8500-EXIT.
008810     EXIT.
008820*----------------------------------------------------------*
008830* 8600-PRINT-ESC-HEADINGS -- START A NEW ESCALATION PAGE    *
008840*----------------------------------------------------------*
008850 8600-PRINT-ESC-HEADINGS.
008860     MOVE WS-BUSINESS-DATE TO EH1-DATE.
008870     MOVE WS-PAGE-NO TO EH1-PAGE.
008880     MOVE WS-ESCALATE-DAYS TO EH2-DAYS.
008890     MOVE SPACES TO PRINT-LINE.
008900     WRITE PRINT-LINE.
008910     WRITE PRINT-LINE FROM ESC-HEADING-1.
008920     WRITE PRINT-LINE FROM ESC-HEADING-2.
008930     WRITE PRINT-LINE FROM ESC-HEADING-3.
008940     WRITE PRINT-LINE FROM SEPARATOR-LINE.
008950     ADD 1 TO WS-PAGE-NO.
008960     MOVE ZERO TO WS-LINE-CNT.
008970 8600-EXIT.
008980     EXIT.
008990*----------------------------------------------------------*
009000* 8800-DATE-TO-SERIAL -- DAY NUMBER OF A YYYYMMDD DATE, FOR *
009010*                 SUBTRACTING ONE DATE FROM ANOTHER         *
009020*----------------------------------------------------------*
009030 8800-DATE-TO-SERIAL.
009040     IF WS-DTS-MM > 2
009050         COMPUTE WS-DTS-Y = WS-DTS-YYYY
009060         COMPUTE WS-DTS-M = WS-DTS-MM + 1
009070     ELSE
009080         COMPUTE WS-DTS-Y = WS-DTS-YYYY - 1
009090         COMPUTE WS-DTS-M = WS-DTS-MM + 13
009100     END-IF.
009110     COMPUTE WS-DTS-SERIAL = (36525 * WS-DTS-Y) / 100
009120                           + (306001 * WS-DTS-M) / 10000
009130                           + WS-DTS-DD.
009140 8800-EXIT.
009150     EXIT.
009160*----------------------------------------------------------*
009170* 9000-TERMINATE -- CLOSE THE REPORT AND SUMMARIZE          *
009180*----------------------------------------------------------*
009190 9000-TERMINATE.
009200     CLOSE REPORT-OUT.
009210     DISPLAY "VIEILLISSEMENT-EXCEPTIONS: " WS-GT-COUNT
009220             " ITEM(S) WAITING, " WS-GT-ESCALATED
009230             " PAST " WS-ESCALATE-DAYS " BUSINESS DAYS.".
009240 9000-EXIT.
009250     EXIT.
