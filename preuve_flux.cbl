000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PREUVE-FLUX.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  DAILY FLOW-OF-FUNDS PROOF,  *
000110*                 RUN AT THE END OF THE DAILY STREAM BEFORE *
000120*                 THE BUSINESS DATE IS CLOSED.  PROVES THAT *
000130*                 EVERY ITEM THAT CAME IN WENT SOMEWHERE:   *
000140*                 THE RAW INPUTS (NUMRAW/DECRAW/SGNRAW,     *
000150*                 WHICH ALREADY CARRY THE IMPORT, APPROVAL, *
000160*                 STANDING-ORDER AND WAREHOUSE RELEASES     *
000170*                 UNDER THEIR ROLLED-FORWARD TRAILERS) PLUS *
000180*                 THE PRECISION INPUT (PRECIN) MUST EQUAL   *
000190*                 THE POSTED ITEMS ON ALLOUT PLUS THE DAY'S *
000200*                 NEW EXCPOUT REJECTS, REFEROUT REFERRALS,  *
000210*                 PENDWHSE DIVERSIONS AND DUPSUSP HOLDS, IN *
000220*                 TOTAL AND TRAN-ID BY TRAN-ID.  EACH RAW   *
000230*                 FILE'S DETAILS MUST BALANCE TO ITS        *
000240*                 TRAILER BY COUNT AND HASH.  THE POSTED    *
000250*                 ITEMS ON ALLOUT MUST THEN AGREE WITH THE  *
000260*                 DAY'S AUDITLOG POSTING RECORDS, THE DAY'S *
000270*                 GLOUT POSTING LEGS AND THE DAY'S HISTMAST *
000280*                 ADDITIONS.  ONE PAGE ON FLOWPRF; ANY      *
000290*                 BREAK ENDS THE RUN WITH CONDITION CODE 8  *
000300*                 SO THE DATE CANNOT CLOSE.                 *
000301* 2026-10-15  DM  PROVE EVERY TRAN-ID ONE BY ONE, NOT ONLY  *
000302*                 "T" PLUS FIVE DIGITS: THE DATED IDS       *
000303*                 TRANSEQ NOW HANDS OUT, AND ANY OTHER FORM *
000304*                 A SOURCE SENDS, ARE SLOTTED THROUGH A     *
000305*                 SORTED INDEX AS THEY ARE FIRST SEEN.      *
000310*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RAW-IN           ASSIGN DYNAMIC WS-RAW-PATH
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-RAW-STATUS.
000380     SELECT PREC-IN          ASSIGN TO PRECIN
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PREC-STATUS.
000410     SELECT RESULTS-IN       ASSIGN TO ALLOUT
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RESULTS-STATUS.
000440     SELECT EXCP-IN          ASSIGN TO EXCPOUT
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-EXCP-STATUS.
000470     SELECT REFER-IN         ASSIGN TO REFEROUT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-REFER-STATUS.
000500     SELECT WHSE-IN          ASSIGN TO PENDWHSE
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-WHSE-STATUS.
000530     SELECT DUP-IN           ASSIGN TO DUPSUSP
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-DUP-STATUS.
000560     SELECT AUDIT-IN         ASSIGN TO AUDITLOG
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDIT-STATUS.
000590     SELECT GL-IN            ASSIGN TO GLOUT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-GL-STATUS.
000620     SELECT HISTORY-MASTER   ASSIGN TO HISTMAST
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS TRAN-ID OF HIST-REC
000660         FILE STATUS IS WS-HIST-STATUS.
000670     SELECT REPORT-OUT       ASSIGN TO FLOWPRF
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690 DATA DIVISION.
000700 FILE SECTION.
000710*----------------------------------------------------------*
000720* RAW-IN -- ONE OF THE THREE RAW DAILY INPUT FILES          *
000730*----------------------------------------------------------*
000740 FD  RAW-IN.
000750     COPY TRANREC REPLACING ==TRANSACTION-RECORD== BY
000760         ==RAW-TRAN-REC==.
000770*----------------------------------------------------------*
000780* PREC-IN -- THE DAY'S VARIABLE-SCALE INPUT, WHEN PRESENT   *
000790*----------------------------------------------------------*
000800 FD  PREC-IN.
000810     COPY PRECREC.
000820*----------------------------------------------------------*
000830* RESULTS-IN -- THE DAY'S SORT-MERGED POSTED TRANSACTIONS   *
000840*----------------------------------------------------------*
000850 FD  RESULTS-IN.
000860     COPY TRANREC.
000870*----------------------------------------------------------*
000880* EXCP-IN -- THE SHARED EXCEPTION FILE                      *
000890*----------------------------------------------------------*
000900 FD  EXCP-IN.
000910     COPY EXCPREC.
000920*----------------------------------------------------------*
000930* REFER-IN -- THE REFERRAL QUEUE                            *
000940*----------------------------------------------------------*
000950 FD  REFER-IN.
000960     COPY REFREC.
000970*----------------------------------------------------------*
000980* WHSE-IN -- THE PENDING TRANSACTION WAREHOUSE              *
000990*----------------------------------------------------------*
001000 FD  WHSE-IN.
001010     COPY WHSEREC.
001020*----------------------------------------------------------*
001030* DUP-IN -- THE SUSPECTED-DUPLICATE QUEUE                   *
001040*----------------------------------------------------------*
001050 FD  DUP-IN.
001060     COPY DUPREC.
001070*----------------------------------------------------------*
001080* AUDIT-IN -- THE CUMULATIVE AUDIT TRAIL                    *
001090*----------------------------------------------------------*
001100 FD  AUDIT-IN.
001110     COPY AUDTREC.
001120*----------------------------------------------------------*
001130* GL-IN -- THE CUMULATIVE GL FEED                           *
001140*----------------------------------------------------------*
001150 FD  GL-IN.
001160     COPY GLREC.
001170*----------------------------------------------------------*
001180* HISTORY-MASTER -- THE INDEXED TRANSACTION HISTORY         *
001190*----------------------------------------------------------*
001200 FD  HISTORY-MASTER.
001210     COPY TRANREC REPLACING ==TRANSACTION-RECORD== BY
001220         ==HIST-REC==.
001230*----------------------------------------------------------*
001240* REPORT-OUT -- THE ONE-PAGE FLOW-OF-FUNDS PROOF            *
001250*----------------------------------------------------------*
001260 FD  REPORT-OUT.
001270 01  PRINT-LINE                  PIC X(80).
001280 WORKING-STORAGE SECTION.
001290*----------------------------------------------------------*
001300* SWITCHES AND STATUS FIELDS                                *
001310*----------------------------------------------------------*
001320 01  WS-RAW-STATUS               PIC X(02).
001330 01  WS-PREC-STATUS              PIC X(02).
001340 01  WS-RESULTS-STATUS           PIC X(02).
001350 01  WS-EXCP-STATUS              PIC X(02).
001360 01  WS-REFER-STATUS             PIC X(02).
001370 01  WS-WHSE-STATUS              PIC X(02).
001380 01  WS-DUP-STATUS               PIC X(02).
001390 01  WS-AUDIT-STATUS             PIC X(02).
001400 01  WS-GL-STATUS                PIC X(02).
001410 01  WS-HIST-STATUS              PIC X(02).
001420 01  WS-EOF-SW                   PIC X(01).
001430     88  WS-EOF                        VALUE "Y".
001440     88  WS-NOT-EOF                    VALUE "N".
001450 01  WS-PROOF-SW                 PIC X(01) VALUE "Y".
001460     88  WS-PROOF-HOLDS                VALUE "Y".
001470     88  WS-PROOF-BROKEN               VALUE "N".
001480 01  WS-HIST-OPEN-SW             PIC X(01) VALUE "N".
001490     88  WS-HIST-OPEN                  VALUE "Y".
001500 01  WS-HDR-SW                   PIC X(01).
001510     88  WS-HDR-SEEN                   VALUE "Y".
001520     88  WS-HDR-NOT-SEEN               VALUE "N".
001530 01  WS-TRL-SW                   PIC X(01).
001540     88  WS-TRL-SEEN                   VALUE "Y".
001550     88  WS-TRL-NOT-SEEN               VALUE "N".
001560 01  WS-TRL-BAD-SW               PIC X(01).
001570     88  WS-TRL-BAD                    VALUE "Y".
001580     88  WS-TRL-GOOD                   VALUE "N".
001590*----------------------------------------------------------*
001600* BUSINESS DATE AND THE RUN-DATE WINDOW.  EXCEPTIONS,       *
001610* REFERRALS AND AUDIT RECORDS ARE STAMPED WITH THE WALL-    *
001620* CLOCK DATE, SO THE DAY'S RECORDS ARE THOSE STAMPED FROM   *
001630* THE BUSINESS DATE THROUGH TODAY - THE SAME CUT THE DAILY  *
001640* AUDIT REPORT TAKES - KEPT IN ORDER WHICHEVER IS EARLIER   *
001650*----------------------------------------------------------*
001660 01  WS-BUSDATE-BUFFER           PIC X(08).
001670 01  WS-BUSINESS-DATE            PIC 9(08).
001680 01  WS-RUN-DATE                 PIC 9(08).
001690 01  WS-WINDOW-FROM              PIC 9(08).
001700 01  WS-WINDOW-TO                PIC 9(08).
001710*----------------------------------------------------------*
001720* RAW FILE TABLE -- ONE ENTRY PER RAW INPUT: THE LOGICAL    *
001730*                 NAME, THE DETAILS READ AND THEIR HASH,    *
001740*                 THE TRAILER'S CLAIM AND THE VERDICT       *
001750*----------------------------------------------------------*
001760 01  WS-RAW-NAME-VALUES.
001770     05  FILLER                  PIC X(08) VALUE "NUMRAW".
001780     05  FILLER                  PIC X(08) VALUE "DECRAW".
001790     05  FILLER                  PIC X(08) VALUE "SGNRAW".
001800 01  WS-RAW-NAME-TABLE REDEFINES WS-RAW-NAME-VALUES.
001810     05  WS-RAW-NAME OCCURS 3 TIMES PIC X(08).
001820 01  WS-RAW-TABLE.
001830     05  WS-RAW-ENTRY OCCURS 3 TIMES.
001840         10  WS-RF-ITEMS         PIC 9(07) COMP.
001850         10  WS-RF-HASH          PIC 9(13)V9(02) COMP-3.
001860         10  WS-RF-TRL-ITEMS     PIC 9(07).
001870         10  WS-RF-TRL-HASH      PIC 9(13)V9(02).
001880         10  WS-RF-STATUS        PIC X(10).
001890 01  WS-FILE-SUB                 PIC 9(02) COMP.
001900 01  WS-RAW-ENV-NAME             PIC X(08).
001910 01  WS-RAW-PATH                 PIC X(60).
001920 COPY LOTCTL.
001930*----------------------------------------------------------*
001940* TRAN-ID TABLE -- ONE SLOT PER TRAN-ID "T00000" THROUGH    *
001950*                 "T99999", SUBSCRIPT = THE FIVE DIGITS     *
001960*                 PLUS ONE: HOW MANY TIMES THE ID CAME IN,  *
001970*                 HOW MANY TIMES IT WAS ACCOUNTED FOR, AND  *
001980*                 WHETHER IT POSTED TO ALLOUT.  EVERY OTHER *
001990*                 ID - THE DATED IDS TRANSEQ HANDS OUT AND  *
002000*                 ANY OTHER FORM A SOURCE SENDS - TAKES THE *
002001*                 NEXT SLOT PAST "T99999" AS IT IS FIRST    *
002002*                 SEEN, FOUND AGAIN THROUGH THE SORTED      *
002003*                 OTHER-ID INDEX BELOW.  A BLANK ID, OR     *
002004*                 ONE SEEN AFTER THE INDEX IS FULL, IS      *
002005*                 PROVED BY COUNT ALONE.                    *
002010*----------------------------------------------------------*
002020 01  WS-ID-TABLE.
002030     05  WS-ID-SLOT OCCURS 120000 TIMES.
002040         10  WS-ID-IN            PIC 9(01).
002050         10  WS-ID-OUT           PIC 9(01).
002060         10  WS-ID-POSTED        PIC X(01).
002070 01  WS-ID-SUB                   PIC 9(06) COMP.
002080 01  WS-ID-MAX                   PIC 9(06) COMP VALUE 100000.
002081 01  WS-ID-LAST                  PIC 9(06) COMP VALUE 100000.
002082 01  WS-LOCATE-SW                PIC X(01).
002083     88  WS-LOCATE-ADD                 VALUE "A".
002084     88  WS-LOCATE-FIND                VALUE "F".
002085*----------------------------------------------------------*
002086* OTHER-ID INDEX -- EVERY ID THAT IS NOT "T" PLUS FIVE      *
002087*                 DIGITS, IN TRAN-ID ORDER, WITH ITS SLOT   *
002088*                 IN THE TRAN-ID TABLE                      *
002089*----------------------------------------------------------*
002090 01  WS-OTHER-COUNT              PIC S9(05) COMP VALUE ZERO.
002091 01  WS-OTHER-MAX                PIC S9(05) COMP VALUE 20000.
002092 01  WS-OTHER-SUB                PIC S9(05) COMP.
002093 01  WS-OTHER-LOW                PIC S9(05) COMP.
002094 01  WS-OTHER-HIGH               PIC S9(05) COMP.
002095 01  WS-OTHER-MID                PIC S9(05) COMP.
002096 01  WS-OTHER-INDEX.
002097     05  WS-OTHER-ENTRY OCCURS 20000 TIMES.
002098         10  WS-OX-ID            PIC X(06).
002099         10  WS-OX-SLOT          PIC 9(06) COMP.
002100 01  WS-LOOKUP-ID                PIC X(06).
002101 01  WS-LOOKUP-DIGITS            PIC 9(05).
002110 01  WS-KEYED-SW                 PIC X(01).
002120     88  WS-ID-KEYED                   VALUE "Y".
002130     88  WS-ID-UNKEYED                 VALUE "N".
002140 01  WS-TODAY-SW                 PIC X(01).
002150     88  WS-ID-TODAYS                  VALUE "Y".
002160     88  WS-ID-NOT-TODAYS              VALUE "N".
002170 01  WS-UNKEYED-IN               PIC 9(07) COMP VALUE ZERO.
002180 01  WS-UNKEYED-OUT              PIC 9(07) COMP VALUE ZERO.
002190*----------------------------------------------------------*
002200* THE FIRST TRAN-IDS OUT OF BALANCE, FOR THE PAGE; EVERY    *
002210* ONE OF THEM IS ALSO DISPLAYED ON THE JOB LOG              *
002220*----------------------------------------------------------*
002230 01  WS-ODD-COUNT                PIC 9(07) COMP VALUE ZERO.
002240 01  WS-ODD-SHOWN                PIC 9(02) COMP VALUE ZERO.
002250 01  WS-ODD-MAX                  PIC 9(02) COMP VALUE 8.
002260 01  WS-ODD-SUB                  PIC 9(02) COMP.
002270 01  WS-ODD-TABLE.
002280     05  WS-ODD-ENTRY OCCURS 8 TIMES.
002290         10  WS-OD-ID            PIC X(06).
002300         10  WS-OD-IN            PIC 9(01).
002310         10  WS-OD-OUT           PIC 9(01).
002320*----------------------------------------------------------*
002330* WORK VIEW OF A TRANSACTION IMAGE HELD ON ANOTHER RECORD   *
002340*----------------------------------------------------------*
002350 COPY TRANREC REPLACING ==TRANSACTION-RECORD== BY
002360     ==WS-IMAGE-TRAN==.
002370*----------------------------------------------------------*
002380* CONTROL TOTALS -- THE INPUT SIDE                          *
002390*----------------------------------------------------------*
002400 01  WS-RAW-ITEMS                PIC 9(07) COMP VALUE ZERO.
002410 01  WS-RAW-HASH                 PIC 9(13)V9(02) COMP-3
002420                                 VALUE ZERO.
002430 01  WS-PREC-ITEMS               PIC 9(07) COMP VALUE ZERO.
002440 01  WS-ITEMS-IN                 PIC 9(07) COMP VALUE ZERO.
002450 01  WS-FROM-ORDERS              PIC 9(07) COMP VALUE ZERO.
002460 01  WS-FEE-ITEMS                PIC 9(07) COMP VALUE ZERO.
002470 01  WS-APPROVED-ITEMS           PIC 9(07) COMP VALUE ZERO.
002480 01  WS-OTHER-ITEMS              PIC 9(07) COMP VALUE ZERO.
002490*----------------------------------------------------------*
002500* CONTROL TOTALS -- WHERE THE ITEMS WENT                    *
002510*----------------------------------------------------------*
002520 01  WS-POSTED-ITEMS             PIC 9(07) COMP VALUE ZERO.
002530 01  WS-POSTED-RESULT            PIC S9(13)V9(02) COMP-3
002540                                 VALUE ZERO.
002550 01  WS-REJECTED-ITEMS           PIC 9(07) COMP VALUE ZERO.
002560 01  WS-BRIDGE-REJECTS           PIC 9(07) COMP VALUE ZERO.
002570 01  WS-REFERRED-ITEMS           PIC 9(07) COMP VALUE ZERO.
002580 01  WS-DIVERTED-ITEMS           PIC 9(07) COMP VALUE ZERO.
002590 01  WS-HELD-ITEMS               PIC 9(07) COMP VALUE ZERO.
002600 01  WS-ITEMS-OUT                PIC 9(07) COMP VALUE ZERO.
002610 01  WS-ITEM-DIFFERENCE          PIC S9(07) COMP.
002620*----------------------------------------------------------*
002630* CONTROL TOTALS -- THE POSTED-ITEM AGREEMENT               *
002640*----------------------------------------------------------*
002650 01  WS-AUDIT-RECORDS            PIC 9(07) COMP VALUE ZERO.
002660 01  WS-AUDIT-ITEMS              PIC S9(07) COMP VALUE ZERO.
002670 01  WS-GL-LEGS                  PIC 9(07) COMP VALUE ZERO.
002680 01  WS-GL-NET                   PIC S9(13)V9(02) COMP-3
002690                                 VALUE ZERO.
002700 01  WS-HIST-ITEMS               PIC 9(07) COMP VALUE ZERO.
002710 01  WS-HIST-RESULT              PIC S9(13)V9(02) COMP-3
002720                                 VALUE ZERO.
002730 01  WS-HIST-MISSING             PIC 9(07) COMP VALUE ZERO.
002740 01  WS-HIST-DIFFERENT           PIC 9(07) COMP VALUE ZERO.
002750*----------------------------------------------------------*
002760* REPORT LINE LAYOUTS                                       *
002770*----------------------------------------------------------*
002780 01  SEPARATOR-LINE              PIC X(78) VALUE ALL "-".
002790 01  HEADING-LINE-1.
002800     05  FILLER                  PIC X(30)
002810                         VALUE "DAILY FLOW-OF-FUNDS PROOF FOR ".
002820     05  HL1-DATE                PIC 9(08).
002830     05  FILLER                  PIC X(32) VALUE SPACES.
002840     05  FILLER                  PIC X(05) VALUE "PAGE ".
002850     05  HL1-PAGE                PIC ZZ9.
002860 01  HEADING-LINE-2.
002870     05  FILLER                  PIC X(40)
002880             VALUE "EXCEPTIONS, REFERRALS AND AUDIT STAMPED ".
002890     05  HL2-FROM                PIC 9(08).
002900     05  FILLER                  PIC X(04) VALUE " TO ".
002910     05  HL2-TO                  PIC 9(08).
002920 01  SECTION-LINE                PIC X(60).
002930 01  INPUT-HEADING.
002940     05  FILLER                  PIC X(09) VALUE "INPUT".
002950     05  FILLER                  PIC X(07) VALUE "  ITEMS".
002960     05  FILLER                  PIC X(22)
002970                                 VALUE "           DETAIL HASH".
002980     05  FILLER                  PIC X(08) VALUE "  TRL IT".
002990     05  FILLER                  PIC X(22)
003000                                 VALUE "          TRAILER HASH".
003010     05  FILLER                  PIC X(10) VALUE "  STATUS".
003020 01  INPUT-LINE.
003030     05  IL-NAME                 PIC X(08).
003040     05  FILLER                  PIC X(01) VALUE SPACE.
003050     05  IL-ITEMS                PIC ZZZ,ZZ9.
003060     05  FILLER                  PIC X(01) VALUE SPACE.
003070     05  IL-HASH                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003080     05  FILLER                  PIC X(01) VALUE SPACE.
003090     05  IL-TRL-ITEMS            PIC ZZZ,ZZ9.
003100     05  IL-TRL-ITEMS-X REDEFINES IL-TRL-ITEMS
003110                                 PIC X(07).
003120     05  FILLER                  PIC X(01) VALUE SPACE.
003130     05  IL-TRL-HASH             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003140     05  IL-TRL-HASH-X REDEFINES IL-TRL-HASH
003150                                 PIC X(20).
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  IL-STATUS               PIC X(10).
003180 01  PROOF-COUNT-LINE.
003190     05  PCL-CAPTION             PIC X(44).
003200     05  PCL-COUNT               PIC ZZZ,ZZ9.
003210     05  FILLER                  PIC X(02) VALUE SPACES.
003220     05  PCL-STATUS              PIC X(10).
003230 01  PROOF-DIFF-LINE.
003240     05  FILLER                  PIC X(43)
003250             VALUE "DIFFERENCE (IN LESS ACCOUNTED FOR)".
003260     05  PDL-COUNT               PIC -ZZZ,ZZ9.
003270 01  ODD-ID-LINE.
003280     05  FILLER                  PIC X(04) VALUE SPACES.
003290     05  OIL-ID                  PIC X(06).
003300     05  FILLER                  PIC X(05) VALUE "  IN ".
003310     05  OIL-IN                  PIC 9(01).
003320     05  FILLER                  PIC X(19)
003330                                 VALUE "  ACCOUNTED FOR    ".
003340     05  OIL-OUT                 PIC 9(01).
003350 01  ODD-MORE-LINE.
003360     05  FILLER                  PIC X(08) VALUE "    AND ".
003370     05  OML-COUNT               PIC ZZZ,ZZ9.
003380     05  FILLER                  PIC X(29)
003390                         VALUE " MORE - LISTED ON THE JOB LOG".
003400 01  AGREE-HEADING.
003410     05  FILLER                  PIC X(36) VALUE "RECORD SET".
003420     05  FILLER                  PIC X(07) VALUE "  ITEMS".
003430     05  FILLER                  PIC X(24)
003440                         VALUE "              NET RESULT".
003450     05  FILLER                  PIC X(10) VALUE "  STATUS".
003460 01  AGREE-LINE.
003470     05  AL-CAPTION              PIC X(36).
003480     05  AL-ITEMS                PIC ZZZ,ZZ9.
003490     05  FILLER                  PIC X(02) VALUE SPACES.
003500     05  AL-RESULT               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003510     05  AL-RESULT-X REDEFINES AL-RESULT
003520                                 PIC X(21).
003530     05  FILLER                  PIC X(02) VALUE SPACES.
003540     05  AL-STATUS               PIC X(10).
003550 01  PROOF-RESULT-LINE           PIC X(60).
003560 PROCEDURE DIVISION.
003570 0000-MAINLINE.
003580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003590     PERFORM 2000-READ-RAW-FILE THRU 2000-EXIT
003600         VARYING WS-FILE-SUB FROM 1 BY 1
003610         UNTIL WS-FILE-SUB > 3.
003620     PERFORM 2500-READ-PRECISION THRU 2500-EXIT.
003630     PERFORM 3000-READ-POSTED THRU 3000-EXIT.
003640     PERFORM 3200-READ-EXCEPTIONS THRU 3200-EXIT.
003650     PERFORM 3300-READ-REFERRALS THRU 3300-EXIT.
003660     PERFORM 3400-READ-WAREHOUSE THRU 3400-EXIT.
003670     PERFORM 3500-READ-DUPLICATES THRU 3500-EXIT.
003680     PERFORM 4000-READ-AUDIT THRU 4000-EXIT.
003690     PERFORM 4200-READ-GL THRU 4200-EXIT.
003700     PERFORM 4400-CHECK-HISTORY THRU 4400-EXIT.
003710     PERFORM 5000-PROVE-ITEMS THRU 5000-EXIT.
003720     PERFORM 6000-PRINT-PROOF THRU 6000-EXIT.
003730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003740     STOP RUN.
003750*----------------------------------------------------------*
003760* 1000-INITIALIZE -- BUSINESS DATE, RUN-DATE WINDOW, AN     *
003770*                 EMPTY TRAN-ID TABLE, AND THE REPORT       *
003780*----------------------------------------------------------*
003790 1000-INITIALIZE.
003800     ACCEPT WS-BUSDATE-BUFFER FROM ENVIRONMENT "BUSDATE".
003810     IF WS-BUSDATE-BUFFER IS NUMERIC
003820         MOVE WS-BUSDATE-BUFFER TO WS-BUSINESS-DATE
003830     ELSE
003840         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
003850     END-IF.
003860     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003870     IF WS-BUSINESS-DATE > WS-RUN-DATE
003880         MOVE WS-RUN-DATE      TO WS-WINDOW-FROM
003890         MOVE WS-BUSINESS-DATE TO WS-WINDOW-TO
003900     ELSE
003910         MOVE WS-BUSINESS-DATE TO WS-WINDOW-FROM
003920         MOVE WS-RUN-DATE      TO WS-WINDOW-TO
003930     END-IF.
003940     INITIALIZE WS-ID-TABLE.
003950     INITIALIZE WS-RAW-TABLE.
003960     OPEN OUTPUT REPORT-OUT.
003970 1000-EXIT.
003980     EXIT.
003990*----------------------------------------------------------*
004000* 2000-READ-RAW-FILE -- COUNT AND HASH ONE RAW INPUT'S      *
004010*                 DETAILS, SLOT EVERY TRAN-ID, AND BALANCE  *
004020*                 THE DETAILS TO THE TRAILER THE SAME WAY   *
004030*                 THE FRONT EDIT DOES: A FILE WITH NEITHER  *
004040*                 HEADER NOR TRAILER CARRIES NO CONTROLS;   *
004050*                 HALF A PAIR, OR A TRAILER THAT DISAGREES, *
004060*                 IS A BREAK.  A MISSING FILE IS A BREAK.   *
004070*----------------------------------------------------------*
004080 2000-READ-RAW-FILE.
004090     MOVE WS-RAW-NAME(WS-FILE-SUB) TO WS-RAW-ENV-NAME.
004100     MOVE SPACES TO WS-RAW-PATH.
004110     ACCEPT WS-RAW-PATH FROM ENVIRONMENT WS-RAW-ENV-NAME.
004120     IF WS-RAW-PATH = SPACES
004130         MOVE WS-RAW-ENV-NAME TO WS-RAW-PATH
004140     END-IF.
004150     OPEN INPUT RAW-IN.
004160     IF WS-RAW-STATUS NOT = "00"
004170         MOVE "*** ABSENT" TO WS-RF-STATUS(WS-FILE-SUB)
004180         SET WS-PROOF-BROKEN TO TRUE
004190         DISPLAY "PREUVE-FLUX: " WS-RAW-ENV-NAME
004200                 " NOT FOUND."
004210         GO TO 2000-EXIT
004220     END-IF.
004230     SET WS-NOT-EOF TO TRUE.
004240     SET WS-HDR-NOT-SEEN TO TRUE.
004250     SET WS-TRL-NOT-SEEN TO TRUE.
004260     SET WS-TRL-GOOD TO TRUE.
004270     PERFORM 2100-TAKE-RAW-LINE THRU 2100-EXIT
004280         UNTIL WS-EOF.
004290     CLOSE RAW-IN.
004300     ADD WS-RF-ITEMS(WS-FILE-SUB) TO WS-RAW-ITEMS.
004310     ADD WS-RF-HASH(WS-FILE-SUB)  TO WS-RAW-HASH.
004320     EVALUATE TRUE
004330         WHEN WS-HDR-NOT-SEEN AND WS-TRL-NOT-SEEN
004340             MOVE "NO CONTROL" TO WS-RF-STATUS(WS-FILE-SUB)
004350         WHEN WS-HDR-NOT-SEEN OR WS-TRL-NOT-SEEN
004360             MOVE "*** PAIR" TO WS-RF-STATUS(WS-FILE-SUB)
004370         WHEN WS-TRL-BAD
004380             MOVE "*** TRL" TO WS-RF-STATUS(WS-FILE-SUB)
004390         WHEN WS-RF-TRL-ITEMS(WS-FILE-SUB)
004400                  NOT = WS-RF-ITEMS(WS-FILE-SUB)
004410          OR WS-RF-TRL-HASH(WS-FILE-SUB)
004420                  NOT = WS-RF-HASH(WS-FILE-SUB)
004430             MOVE "*** BREAK" TO WS-RF-STATUS(WS-FILE-SUB)
004440         WHEN OTHER
004450             MOVE "BALANCED" TO WS-RF-STATUS(WS-FILE-SUB)
004460     END-EVALUATE.
004470     IF WS-RF-STATUS(WS-FILE-SUB)(1 : 3) = "***"
004480         SET WS-PROOF-BROKEN TO TRUE
004490         DISPLAY "PREUVE-FLUX: " WS-RAW-ENV-NAME
004500                 " DOES NOT BALANCE TO ITS CONTROLS."
004510     END-IF.
004520 2000-EXIT.
004530     EXIT.
004540*----------------------------------------------------------*
004550* 2100-TAKE-RAW-LINE -- ONE RAW RECORD: HEADER, TRAILER OR  *
004560*                 A DETAIL TO COUNT, HASH, CLASSIFY BY      *
004570*                 ORIGIN AND SLOT                           *
004580*----------------------------------------------------------*
004590 2100-TAKE-RAW-LINE.
004600     READ RAW-IN
004610         AT END
004620             SET WS-EOF TO TRUE
004630             GO TO 2100-EXIT
004640     END-READ.
004650     IF TRAN-ID OF RAW-TRAN-REC(1 : 3) = "HDR"
004660         SET WS-HDR-SEEN TO TRUE
004670         GO TO 2100-EXIT
004680     END-IF.
004690     IF TRAN-ID OF RAW-TRAN-REC(1 : 3) = "TRL"
004700         MOVE RAW-TRAN-REC TO BATCH-TRAILER-RECORD
004710         SET WS-TRL-SEEN TO TRUE
004720         IF BT-RECORD-COUNT IS NUMERIC
004730          AND BT-HASH-TOTAL IS NUMERIC
004740             MOVE BT-RECORD-COUNT
004750                 TO WS-RF-TRL-ITEMS(WS-FILE-SUB)
004760             MOVE BT-HASH-TOTAL
004770                 TO WS-RF-TRL-HASH(WS-FILE-SUB)
004780             SET WS-TRL-GOOD TO TRUE
004790         ELSE
004800             SET WS-TRL-BAD TO TRUE
004810         END-IF
004820         GO TO 2100-EXIT
004830     END-IF.
004840     ADD 1 TO WS-RF-ITEMS(WS-FILE-SUB).
004850     IF TRAN-NUM1 OF RAW-TRAN-REC IS NUMERIC
004860         ADD TRAN-NUM1 OF RAW-TRAN-REC TO WS-RF-HASH(WS-FILE-SUB)
004870     END-IF.
004880     IF TRAN-NUM2 OF RAW-TRAN-REC IS NUMERIC
004890         ADD TRAN-NUM2 OF RAW-TRAN-REC TO WS-RF-HASH(WS-FILE-SUB)
004900     END-IF.
004910     EVALUATE TRUE
004920         WHEN TRAN-FROM-ORDER OF RAW-TRAN-REC
004930             ADD 1 TO WS-FROM-ORDERS
004940         WHEN TRAN-FEE-CHARGE OF RAW-TRAN-REC
004950             ADD 1 TO WS-FEE-ITEMS
004960         WHEN TRAN-LIMIT-PASSED OF RAW-TRAN-REC
004970          OR TRAN-DUP-RELEASED OF RAW-TRAN-REC
004980             ADD 1 TO WS-APPROVED-ITEMS
004990         WHEN OTHER
005000             ADD 1 TO WS-OTHER-ITEMS
005010     END-EVALUATE.
005020     MOVE TRAN-ID OF RAW-TRAN-REC TO WS-LOOKUP-ID.
005030     PERFORM 7100-MARK-IN THRU 7100-EXIT.
005040 2100-EXIT.
005050     EXIT.
005060*----------------------------------------------------------*
005070* 2500-READ-PRECISION -- THE DAY'S PRECISION INPUT, WHEN    *
005080*                 ONE ARRIVED; IT REACHES ALLOUT THROUGH    *
005090*                 THE PRECISION BRIDGE, NOT THE RAW FILES   *
005100*----------------------------------------------------------*
005110 2500-READ-PRECISION.
005120     OPEN INPUT PREC-IN.
005130     IF WS-PREC-STATUS NOT = "00"
005140         GO TO 2500-EXIT
005150     END-IF.
005160     SET WS-NOT-EOF TO TRUE.
005170     PERFORM 2600-TAKE-PRECISION THRU 2600-EXIT
005180         UNTIL WS-EOF.
005190     CLOSE PREC-IN.
005200 2500-EXIT.
005210     EXIT.
005220 2600-TAKE-PRECISION.
005230     READ PREC-IN
005240         AT END
005250             SET WS-EOF TO TRUE
005260             GO TO 2600-EXIT
005270     END-READ.
005280     ADD 1 TO WS-PREC-ITEMS.
005290     MOVE PREC-TRAN-ID TO WS-LOOKUP-ID.
005300     PERFORM 7100-MARK-IN THRU 7100-EXIT.
005310 2600-EXIT.
005320     EXIT.
005330*----------------------------------------------------------*
005340* 3000-READ-POSTED -- EVERY ALLOUT RECORD IS A POSTED ITEM  *
005350*                 AND ACCOUNTS FOR ONE INPUT                *
005360*----------------------------------------------------------*
005370 3000-READ-POSTED.
005380     OPEN INPUT RESULTS-IN.
005390     IF WS-RESULTS-STATUS NOT = "00"
005400         DISPLAY "PREUVE-FLUX: NO POSTED FILE (ALLOUT)."
005410         GO TO 3000-EXIT
005420     END-IF.
005430     SET WS-NOT-EOF TO TRUE.
005440     PERFORM 3100-TAKE-POSTED THRU 3100-EXIT
005450         UNTIL WS-EOF.
005460     CLOSE RESULTS-IN.
005470 3000-EXIT.
005480     EXIT.
005490 3100-TAKE-POSTED.
005500     READ RESULTS-IN
005510         AT END
005520             SET WS-EOF TO TRUE
005530             GO TO 3100-EXIT
005540     END-READ.
005550     ADD 1 TO WS-POSTED-ITEMS.
005560     ADD TRAN-RESULT OF TRANSACTION-RECORD TO WS-POSTED-RESULT.
005570     MOVE TRAN-ID OF TRANSACTION-RECORD TO WS-LOOKUP-ID.
005580     PERFORM 7200-MARK-OUT THRU 7200-EXIT.
005590     IF WS-ID-KEYED
005600         MOVE "Y" TO WS-ID-POSTED(WS-ID-SUB)
005610     END-IF.
005620 3100-EXIT.
005630     EXIT.
005640*----------------------------------------------------------*
005650* 3200-READ-EXCEPTIONS -- THE DAY'S NEW REJECTS OF THE      *
005660*                 DAY'S OWN INPUT.  IMPORT-CONVERSION       *
005670*                 REJECTS NEVER REACHED THE RAW FILES AND   *
005680*                 ARE LEFT OUT; BRIDGE REJECTS ARE COUNTED  *
005690*                 APART TOO FOR THE AUDIT AGREEMENT, SINCE  *
005700*                 THEIR ADDITION WAS AUDITED BEFORE THE     *
005710*                 BRIDGE TURNED THEM AWAY                   *
005720*----------------------------------------------------------*
005730 3200-READ-EXCEPTIONS.
005740     OPEN INPUT EXCP-IN.
005750     IF WS-EXCP-STATUS NOT = "00"
005760         GO TO 3200-EXIT
005770     END-IF.
005780     SET WS-NOT-EOF TO TRUE.
005790     PERFORM 3250-TAKE-EXCEPTION THRU 3250-EXIT
005800         UNTIL WS-EOF.
005810     CLOSE EXCP-IN.
005820 3200-EXIT.
005830     EXIT.
005840 3250-TAKE-EXCEPTION.
005850     READ EXCP-IN
005860         AT END
005870             SET WS-EOF TO TRUE
005880             GO TO 3250-EXIT
005890     END-READ.
005900     IF EXC-RUN-DATE < WS-WINDOW-FROM
005910      OR EXC-RUN-DATE > WS-WINDOW-TO
005920      OR EXC-PROGRAM-ID = "IMPCSV"
005930         GO TO 3250-EXIT
005940     END-IF.
005950     MOVE EXC-TRAN-ID TO WS-LOOKUP-ID.
005960     PERFORM 7300-CHECK-TODAYS THRU 7300-EXIT.
005970     IF WS-ID-NOT-TODAYS
005980         GO TO 3250-EXIT
005990     END-IF.
006000     ADD 1 TO WS-REJECTED-ITEMS.
006010     IF EXC-PROGRAM-ID = "PASSPREC"
006020         ADD 1 TO WS-BRIDGE-REJECTS
006030     END-IF.
006040     PERFORM 7200-MARK-OUT THRU 7200-EXIT.
006050 3250-EXIT.
006060     EXIT.
006070*----------------------------------------------------------*
006080* 3300-READ-REFERRALS -- THE DAY'S NEW REFERRALS            *
006090*----------------------------------------------------------*
006100 3300-READ-REFERRALS.
006110     OPEN INPUT REFER-IN.
006120     IF WS-REFER-STATUS NOT = "00"
006130         GO TO 3300-EXIT
006140     END-IF.
006150     SET WS-NOT-EOF TO TRUE.
006160     PERFORM 3350-TAKE-REFERRAL THRU 3350-EXIT
006170         UNTIL WS-EOF.
006180     CLOSE REFER-IN.
006190 3300-EXIT.
006200     EXIT.
006210 3350-TAKE-REFERRAL.
006220     READ REFER-IN
006230         AT END
006240             SET WS-EOF TO TRUE
006250             GO TO 3350-EXIT
006260     END-READ.
006270     IF REF-RUN-DATE < WS-WINDOW-FROM
006280      OR REF-RUN-DATE > WS-WINDOW-TO
006290         GO TO 3350-EXIT
006300     END-IF.
006310     MOVE REF-TRAN-IMAGE(1 : 6) TO WS-LOOKUP-ID.
006320     PERFORM 7300-CHECK-TODAYS THRU 7300-EXIT.
006330     IF WS-ID-NOT-TODAYS
006340         GO TO 3350-EXIT
006350     END-IF.
006360     ADD 1 TO WS-REFERRED-ITEMS.
006370     PERFORM 7200-MARK-OUT THRU 7200-EXIT.
006380 3350-EXIT.
006390     EXIT.
006400*----------------------------------------------------------*
006410* 3400-READ-WAREHOUSE -- THE FRONT EDIT'S DIVERSIONS OF     *
006420*                 THE DAY'S OWN INPUT.  ANYTHING RELEASED   *
006430*                 THIS MORNING HAS ALREADY LEFT THE FILE,   *
006440*                 AND THE FEE ENGINE'S NEW CHARGES ARE      *
006450*                 TOMORROW'S INPUT, NOT TODAY'S OUTPUT      *
006460*----------------------------------------------------------*
006470 3400-READ-WAREHOUSE.
006480     OPEN INPUT WHSE-IN.
006490     IF WS-WHSE-STATUS NOT = "00"
006500         GO TO 3400-EXIT
006510     END-IF.
006520     SET WS-NOT-EOF TO TRUE.
006530     PERFORM 3450-TAKE-WAREHOUSE THRU 3450-EXIT
006540         UNTIL WS-EOF.
006550     CLOSE WHSE-IN.
006560 3400-EXIT.
006570     EXIT.
006580 3450-TAKE-WAREHOUSE.
006590     READ WHSE-IN
006600         AT END
006610             SET WS-EOF TO TRUE
006620             GO TO 3450-EXIT
006630     END-READ.
006640     MOVE WHS-TRAN-IMAGE TO WS-IMAGE-TRAN.
006650     IF TRAN-FEE-CHARGE OF WS-IMAGE-TRAN
006660         GO TO 3450-EXIT
006670     END-IF.
006680     MOVE TRAN-ID OF WS-IMAGE-TRAN TO WS-LOOKUP-ID.
006690     PERFORM 7300-CHECK-TODAYS THRU 7300-EXIT.
006700     IF WS-ID-NOT-TODAYS
006710         GO TO 3450-EXIT
006720     END-IF.
006730     ADD 1 TO WS-DIVERTED-ITEMS.
006740     PERFORM 7200-MARK-OUT THRU 7200-EXIT.
006750 3450-EXIT.
006760     EXIT.
006770*----------------------------------------------------------*
006780* 3500-READ-DUPLICATES -- THE DAY'S SUSPECTED-DUPLICATE     *
006790*                 HOLDS, STAMPED WITH THE BUSINESS DATE     *
006800*----------------------------------------------------------*
006810 3500-READ-DUPLICATES.
006820     OPEN INPUT DUP-IN.
006830     IF WS-DUP-STATUS NOT = "00"
006840         GO TO 3500-EXIT
006850     END-IF.
006860     SET WS-NOT-EOF TO TRUE.
006870     PERFORM 3550-TAKE-DUPLICATE THRU 3550-EXIT
006880         UNTIL WS-EOF.
006890     CLOSE DUP-IN.
006900 3500-EXIT.
006910     EXIT.
006920 3550-TAKE-DUPLICATE.
006930     READ DUP-IN
006940         AT END
006950             SET WS-EOF TO TRUE
006960             GO TO 3550-EXIT
006970     END-READ.
006980     IF DUP-RUN-DATE NOT = WS-BUSINESS-DATE
006990         GO TO 3550-EXIT
007000     END-IF.
007010     MOVE DUP-TRAN-IMAGE(1 : 6) TO WS-LOOKUP-ID.
007020     PERFORM 7300-CHECK-TODAYS THRU 7300-EXIT.
007030     IF WS-ID-NOT-TODAYS
007040         GO TO 3550-EXIT
007050     END-IF.
007060     ADD 1 TO WS-HELD-ITEMS.
007070     PERFORM 7200-MARK-OUT THRU 7200-EXIT.
007080 3550-EXIT.
007090     EXIT.
007100*----------------------------------------------------------*
007110* 4000-READ-AUDIT -- THE DAY'S POSTING AUDIT RECORDS: ONE   *
007120*                 PER ITEM A LOT PROGRAM POSTED AND ONE PER *
007130*                 PRECISION ADDITION.  ADJUSTMENT RUNS ARE  *
007140*                 NOT PART OF THE DAY'S FLOW                *
007150*----------------------------------------------------------*
007160 4000-READ-AUDIT.
007170     OPEN INPUT AUDIT-IN.
007180     IF WS-AUDIT-STATUS NOT = "00"
007190         GO TO 4000-EXIT
007200     END-IF.
007210     SET WS-NOT-EOF TO TRUE.
007220     PERFORM 4100-TAKE-AUDIT THRU 4100-EXIT
007230         UNTIL WS-EOF.
007240     CLOSE AUDIT-IN.
007250 4000-EXIT.
007260     EXIT.
007270 4100-TAKE-AUDIT.
007280     READ AUDIT-IN
007290         AT END
007300             SET WS-EOF TO TRUE
007310             GO TO 4100-EXIT
007320     END-READ.
007330     IF AUD-RUN-DATE < WS-WINDOW-FROM
007340      OR AUD-RUN-DATE > WS-WINDOW-TO
007350      OR AUD-ADJUSTMENT
007360         GO TO 4100-EXIT
007370     END-IF.
007380     IF AUD-PROGRAM-ID = "ESSAI1-LOT"
007390      OR AUD-PROGRAM-ID = "SOMME2DECL"
007400      OR AUD-PROGRAM-ID = "SOMME2SGNL"
007410      OR AUD-PROGRAM-ID = "ADDNPREC"
007420         ADD 1 TO WS-AUDIT-RECORDS
007430     END-IF.
007440 4100-EXIT.
007450     EXIT.
007460*----------------------------------------------------------*
007470* 4200-READ-GL -- THE POSTING LEGS OF THE ITEMS ON TODAY'S  *
007480*                 ALLOUT, NET DEBITS LESS CREDITS, WHICH    *
007490*                 MUST COME BACK TO THE POSTED RESULT       *
007500*----------------------------------------------------------*
007510 4200-READ-GL.
007520     OPEN INPUT GL-IN.
007530     IF WS-GL-STATUS NOT = "00"
007540         GO TO 4200-EXIT
007550     END-IF.
007560     SET WS-NOT-EOF TO TRUE.
007570     PERFORM 4300-TAKE-GL THRU 4300-EXIT
007580         UNTIL WS-EOF.
007590     CLOSE GL-IN.
007600 4200-EXIT.
007610     EXIT.
007620 4300-TAKE-GL.
007630     READ GL-IN
007640         AT END
007650             SET WS-EOF TO TRUE
007660             GO TO 4300-EXIT
007670     END-READ.
007680     IF NOT GL-POSTING-LEG
007690      OR GL-ADJUSTMENT
007700      OR GL-AMOUNT NOT NUMERIC
007710         GO TO 4300-EXIT
007720     END-IF.
007730     MOVE GL-TRAN-ID TO WS-LOOKUP-ID.
007735     SET WS-LOCATE-FIND TO TRUE.
007740     PERFORM 7000-LOCATE-ID THRU 7000-EXIT.
007750     IF WS-ID-UNKEYED
007760         GO TO 4300-EXIT
007770     END-IF.
007780     IF WS-ID-POSTED(WS-ID-SUB) NOT = "Y"
007790         GO TO 4300-EXIT
007800     END-IF.
007810     ADD 1 TO WS-GL-LEGS.
007820     IF GL-CREDIT
007830         SUBTRACT GL-AMOUNT FROM WS-GL-NET
007840     ELSE
007850         ADD GL-AMOUNT TO WS-GL-NET
007860     END-IF.
007870 4300-EXIT.
007880     EXIT.
007890*----------------------------------------------------------*
007900* 4400-CHECK-HISTORY -- EVERY ALLOUT ITEM MUST BE ON THE    *
007910*                 HISTORY MASTER AS IT POSTED.  THE         *
007920*                 REVERSAL INDICATOR IS NOT COMPARED - A    *
007930*                 SAME-DAY REVERSAL MARKS THE HISTORY COPY  *
007940*----------------------------------------------------------*
007950 4400-CHECK-HISTORY.
007960     OPEN INPUT HISTORY-MASTER.
007970     IF WS-HIST-STATUS = "00"
007980         SET WS-HIST-OPEN TO TRUE
007990     ELSE
008000         DISPLAY "PREUVE-FLUX: CANNOT OPEN HISTORY MASTER, "
008010                 "STATUS " WS-HIST-STATUS "."
008020     END-IF.
008030     OPEN INPUT RESULTS-IN.
008040     IF WS-RESULTS-STATUS NOT = "00"
008050         GO TO 4400-CLOSE
008060     END-IF.
008070     SET WS-NOT-EOF TO TRUE.
008080     PERFORM 4500-MATCH-HISTORY THRU 4500-EXIT
008090         UNTIL WS-EOF.
008100     CLOSE RESULTS-IN.
008110 4400-CLOSE.
008120     IF WS-HIST-OPEN
008130         CLOSE HISTORY-MASTER
008140     END-IF.
008150 4400-EXIT.
008160     EXIT.
008170 4500-MATCH-HISTORY.
008180     READ RESULTS-IN
008190         AT END
008200             SET WS-EOF TO TRUE
008210             GO TO 4500-EXIT
008220     END-READ.
008230     IF NOT WS-HIST-OPEN
008240         ADD 1 TO WS-HIST-MISSING
008250         GO TO 4500-EXIT
008260     END-IF.
008270     MOVE TRAN-ID OF TRANSACTION-RECORD TO TRAN-ID OF HIST-REC.
008280     READ HISTORY-MASTER
008290         INVALID KEY
008300             ADD 1 TO WS-HIST-MISSING
008310             DISPLAY "PREUVE-FLUX: " TRAN-ID OF TRANSACTION-RECORD
008320                     " POSTED BUT NOT ON THE HISTORY MASTER."
008330             GO TO 4500-EXIT
008340     END-READ.
008350     IF TRAN-DATE OF HIST-REC
008360             NOT = TRAN-DATE OF TRANSACTION-RECORD
008370      OR TRAN-NUM1 OF HIST-REC
008380             NOT = TRAN-NUM1 OF TRANSACTION-RECORD
008390      OR TRAN-NUM2 OF HIST-REC
008400             NOT = TRAN-NUM2 OF TRANSACTION-RECORD
008410      OR TRAN-RESULT OF HIST-REC
008420             NOT = TRAN-RESULT OF TRANSACTION-RECORD
008430      OR TRAN-ACCOUNT OF HIST-REC
008440             NOT = TRAN-ACCOUNT OF TRANSACTION-RECORD
008450      OR TRAN-CURRENCY-CODE OF HIST-REC
008460             NOT = TRAN-CURRENCY-CODE OF TRANSACTION-RECORD
008470         ADD 1 TO WS-HIST-DIFFERENT
008480         DISPLAY "PREUVE-FLUX: " TRAN-ID OF TRANSACTION-RECORD
008490                 " ON THE HISTORY MASTER DIFFERS FROM ALLOUT."
008500         GO TO 4500-EXIT
008510     END-IF.
008520     ADD 1 TO WS-HIST-ITEMS.
008530     ADD TRAN-RESULT OF HIST-REC TO WS-HIST-RESULT.
008540 4500-EXIT.
008550     EXIT.
008560*----------------------------------------------------------*
008570* 5000-PROVE-ITEMS -- THE TOTALS EACH WAY, THEN EVERY       *
008580*                 TRAN-ID SLOT: AN ID THAT CAME IN MORE     *
008590*                 TIMES THAN IT WAS ACCOUNTED FOR (OR THE   *
008600*                 REVERSE) IS A BREAK EVEN WHEN THE TOTALS  *
008610*                 HAPPEN TO MEET                            *
008620*----------------------------------------------------------*
008630 5000-PROVE-ITEMS.
008640     COMPUTE WS-ITEMS-IN = WS-RAW-ITEMS + WS-PREC-ITEMS.
008650     COMPUTE WS-ITEMS-OUT = WS-POSTED-ITEMS + WS-REJECTED-ITEMS
008660         + WS-REFERRED-ITEMS + WS-DIVERTED-ITEMS + WS-HELD-ITEMS.
008670     COMPUTE WS-ITEM-DIFFERENCE = WS-ITEMS-IN - WS-ITEMS-OUT.
008680     IF WS-ITEM-DIFFERENCE NOT = ZERO
008690         SET WS-PROOF-BROKEN TO TRUE
008700     END-IF.
008710     PERFORM 5100-CHECK-SLOT THRU 5100-EXIT
008720         VARYING WS-ID-SUB FROM 1 BY 1
008730         UNTIL WS-ID-SUB > WS-ID-MAX.
008732     PERFORM 5150-CHECK-OTHER-SLOT THRU 5150-EXIT
008734         VARYING WS-OTHER-SUB FROM 1 BY 1
008736         UNTIL WS-OTHER-SUB > WS-OTHER-COUNT.
008740     IF WS-UNKEYED-IN NOT = WS-UNKEYED-OUT
008750         SET WS-PROOF-BROKEN TO TRUE
008760         DISPLAY "PREUVE-FLUX: " WS-UNKEYED-IN
008770                 " ITEM(S) IN PROVED BY COUNT ONLY, "
008780                 WS-UNKEYED-OUT " ACCOUNTED FOR."
008790     END-IF.
008800     COMPUTE WS-AUDIT-ITEMS = WS-AUDIT-RECORDS
008810         - WS-BRIDGE-REJECTS.
008820     IF WS-AUDIT-ITEMS NOT = WS-POSTED-ITEMS
008830      OR WS-GL-LEGS NOT = WS-POSTED-ITEMS
008840      OR WS-GL-NET NOT = WS-POSTED-RESULT
008850      OR WS-HIST-ITEMS NOT = WS-POSTED-ITEMS
008860      OR WS-HIST-RESULT NOT = WS-POSTED-RESULT
008870         SET WS-PROOF-BROKEN TO TRUE
008880         DISPLAY "PREUVE-FLUX: POSTED ITEMS DO NOT AGREE WITH "
008890                 "AUDITLOG, GLOUT AND HISTMAST."
008900     END-IF.
008910 5000-EXIT.
008920     EXIT.
008930 5100-CHECK-SLOT.
008940     IF WS-ID-IN(WS-ID-SUB) = WS-ID-OUT(WS-ID-SUB)
008950         GO TO 5100-EXIT
008960     END-IF.
008990     COMPUTE WS-LOOKUP-DIGITS = WS-ID-SUB - 1.
009000     MOVE "T" TO WS-LOOKUP-ID(1 : 1).
009010     MOVE WS-LOOKUP-DIGITS TO WS-LOOKUP-ID(2 : 5).
009011     PERFORM 5190-NOTE-ODD-ID THRU 5190-EXIT.
009012 5100-EXIT.
009013     EXIT.
009014*----------------------------------------------------------*
009015* 5150-CHECK-OTHER-SLOT -- THE SAME CHECK FOR AN ID FROM    *
009016*                 THE OTHER-ID INDEX, IN TRAN-ID ORDER      *
009017*----------------------------------------------------------*
009018 5150-CHECK-OTHER-SLOT.
009019     MOVE WS-OX-SLOT(WS-OTHER-SUB) TO WS-ID-SUB.
009020     IF WS-ID-IN(WS-ID-SUB) = WS-ID-OUT(WS-ID-SUB)
009021         GO TO 5150-EXIT
009022     END-IF.
009023     MOVE WS-OX-ID(WS-OTHER-SUB) TO WS-LOOKUP-ID.
009024     PERFORM 5190-NOTE-ODD-ID THRU 5190-EXIT.
009025 5150-EXIT.
009026     EXIT.
009027*----------------------------------------------------------*
009028* 5190-NOTE-ODD-ID -- WS-LOOKUP-ID CAME IN A DIFFERENT      *
009029*                 NUMBER OF TIMES THAN IT WAS ACCOUNTED FOR *
009030*----------------------------------------------------------*
009031 5190-NOTE-ODD-ID.
009032     SET WS-PROOF-BROKEN TO TRUE.
009033     ADD 1 TO WS-ODD-COUNT.
009034     DISPLAY "PREUVE-FLUX: " WS-LOOKUP-ID " IN "
009035             WS-ID-IN(WS-ID-SUB) " TIME(S), ACCOUNTED FOR "
009040             WS-ID-OUT(WS-ID-SUB) " TIME(S).".
009050     IF WS-ODD-SHOWN < WS-ODD-MAX
009060         ADD 1 TO WS-ODD-SHOWN
009070         MOVE WS-LOOKUP-ID        TO WS-OD-ID(WS-ODD-SHOWN)
009080         MOVE WS-ID-IN(WS-ID-SUB)  TO WS-OD-IN(WS-ODD-SHOWN)
009090         MOVE WS-ID-OUT(WS-ID-SUB) TO WS-OD-OUT(WS-ODD-SHOWN)
009100     END-IF.
009110 5190-EXIT.
009120     EXIT.
009130*----------------------------------------------------------*
009140* 6000-PRINT-PROOF -- THE ONE-PAGE PROOF: INPUT CONTROLS,   *
009150*                 THE FLOW OF ITEMS, THE POSTED-ITEM        *
009160*                 AGREEMENT AND THE VERDICT                 *
009170*----------------------------------------------------------*
009180 6000-PRINT-PROOF.
009190     MOVE WS-BUSINESS-DATE TO HL1-DATE.
009200     MOVE 1 TO HL1-PAGE.
009210     MOVE WS-WINDOW-FROM TO HL2-FROM.
009220     MOVE WS-WINDOW-TO   TO HL2-TO.
009230     WRITE PRINT-LINE FROM HEADING-LINE-1.
009240     WRITE PRINT-LINE FROM HEADING-LINE-2.
009250     WRITE PRINT-LINE FROM SEPARATOR-LINE.
009260     PERFORM 6100-PRINT-INPUTS THRU 6100-EXIT.
009270     PERFORM 6300-PRINT-FLOW THRU 6300-EXIT.
009280     PERFORM 6500-PRINT-AGREEMENT THRU 6500-EXIT.
009290     WRITE PRINT-LINE FROM SEPARATOR-LINE.
009300     IF WS-PROOF-HOLDS
009310         MOVE "FLOW OF FUNDS PROVED - BUSINESS DATE MAY CLOSE"
009320             TO PROOF-RESULT-LINE
009330     ELSE
009340         MOVE "*** FLOW OF FUNDS DOES NOT PROVE - DATE NOT CLOSED"
009350             TO PROOF-RESULT-LINE
009360     END-IF.
009370     WRITE PRINT-LINE FROM PROOF-RESULT-LINE.
009380 6000-EXIT.
009390     EXIT.
009400*----------------------------------------------------------*
009410* 6100-PRINT-INPUTS -- ONE LINE PER RAW FILE AGAINST ITS    *
009420*                 TRAILER, THE PRECISION INPUT, THE TOTAL   *
009430*                 AND WHERE THE RAW ITEMS CAME FROM         *
009440*----------------------------------------------------------*
009450 6100-PRINT-INPUTS.
009460     MOVE "1. INPUT CONTROLS" TO SECTION-LINE.
009470     WRITE PRINT-LINE FROM SECTION-LINE.
009480     WRITE PRINT-LINE FROM INPUT-HEADING.
009490     PERFORM 6200-PRINT-ONE-RAW THRU 6200-EXIT
009500         VARYING WS-FILE-SUB FROM 1 BY 1
009510         UNTIL WS-FILE-SUB > 3.
009520     MOVE "PRECIN"      TO IL-NAME.
009530     MOVE WS-PREC-ITEMS TO IL-ITEMS.
009540     MOVE ZERO          TO IL-HASH.
009550     MOVE SPACES        TO IL-TRL-ITEMS-X.
009560     MOVE SPACES        TO IL-TRL-HASH-X.
009570     MOVE "NO CONTROL"  TO IL-STATUS.
009580     WRITE PRINT-LINE FROM INPUT-LINE.
009590     MOVE "TOTAL"       TO IL-NAME.
009600     MOVE WS-ITEMS-IN   TO IL-ITEMS.
009610     MOVE WS-RAW-HASH   TO IL-HASH.
009620     MOVE SPACES        TO IL-TRL-ITEMS-X.
009630     MOVE SPACES        TO IL-TRL-HASH-X.
009640     MOVE SPACES        TO IL-STATUS.
009650     WRITE PRINT-LINE FROM INPUT-LINE.
009660     MOVE SPACES TO PCL-STATUS.
009670     MOVE "  RAW ITEMS FROM STANDING ORDERS" TO PCL-CAPTION.
009680     MOVE WS-FROM-ORDERS TO PCL-COUNT.
009690     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
009700     MOVE "  RAW ITEMS RELEASED BY APPROVAL" TO PCL-CAPTION.
009710     MOVE WS-APPROVED-ITEMS TO PCL-COUNT.
009720     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
009730     MOVE "  RAW ITEMS THAT ARE FEE CHARGES" TO PCL-CAPTION.
009740     MOVE WS-FEE-ITEMS TO PCL-COUNT.
009750     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
009760     MOVE "  RAW ITEMS DELIVERED, KEYED OR RELEASED"
009770         TO PCL-CAPTION.
009780     MOVE WS-OTHER-ITEMS TO PCL-COUNT.
009790     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
009800 6100-EXIT.
009810     EXIT.
009820 6200-PRINT-ONE-RAW.
009830     MOVE WS-RAW-NAME(WS-FILE-SUB)  TO IL-NAME.
009840     MOVE WS-RF-ITEMS(WS-FILE-SUB)  TO IL-ITEMS.
009850     MOVE WS-RF-HASH(WS-FILE-SUB)   TO IL-HASH.
009860     IF WS-RF-STATUS(WS-FILE-SUB) = "NO CONTROL"
009870      OR WS-RF-STATUS(WS-FILE-SUB) = "*** ABSENT"
009880         MOVE SPACES TO IL-TRL-ITEMS-X
009890         MOVE SPACES TO IL-TRL-HASH-X
009900     ELSE
009910         MOVE WS-RF-TRL-ITEMS(WS-FILE-SUB) TO IL-TRL-ITEMS
009920         MOVE WS-RF-TRL-HASH(WS-FILE-SUB)  TO IL-TRL-HASH
009930     END-IF.
009940     MOVE WS-RF-STATUS(WS-FILE-SUB) TO IL-STATUS.
009950     WRITE PRINT-LINE FROM INPUT-LINE.
009960 6200-EXIT.
009970     EXIT.
009980*----------------------------------------------------------*
009990* 6300-PRINT-FLOW -- WHERE EVERY ITEM WENT, AND THE FIRST   *
010000*                 TRAN-IDS THAT DID NOT BALANCE             *
010010*----------------------------------------------------------*
010020 6300-PRINT-FLOW.
010030     MOVE SPACES TO PRINT-LINE.
010040     WRITE PRINT-LINE.
010050     MOVE "2. FLOW OF ITEMS" TO SECTION-LINE.
010060     WRITE PRINT-LINE FROM SECTION-LINE.
010070     MOVE SPACES TO PCL-STATUS.
010080     MOVE "ITEMS IN" TO PCL-CAPTION.
010090     MOVE WS-ITEMS-IN TO PCL-COUNT.
010100     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010110     MOVE "  POSTED TO ALLOUT" TO PCL-CAPTION.
010120     MOVE WS-POSTED-ITEMS TO PCL-COUNT.
010130     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010140     MOVE "  REJECTED TO EXCPOUT" TO PCL-CAPTION.
010150     MOVE WS-REJECTED-ITEMS TO PCL-COUNT.
010160     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010170     MOVE "  REFERRED TO REFEROUT" TO PCL-CAPTION.
010180     MOVE WS-REFERRED-ITEMS TO PCL-COUNT.
010190     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010200     MOVE "  DIVERTED TO PENDWHSE (FUTURE-DATED)" TO PCL-CAPTION.
010210     MOVE WS-DIVERTED-ITEMS TO PCL-COUNT.
010220     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010230     MOVE "  HELD ON DUPSUSP (SUSPECTED DUPLICATE)"
010240         TO PCL-CAPTION.
010250     MOVE WS-HELD-ITEMS TO PCL-COUNT.
010260     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010270     MOVE "ITEMS ACCOUNTED FOR" TO PCL-CAPTION.
010280     MOVE WS-ITEMS-OUT TO PCL-COUNT.
010290     IF WS-ITEM-DIFFERENCE = ZERO
010300         MOVE "BALANCED" TO PCL-STATUS
010310     ELSE
010320         MOVE "*** BREAK" TO PCL-STATUS
010330     END-IF.
010340     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010350     IF WS-ITEM-DIFFERENCE NOT = ZERO
010360         MOVE WS-ITEM-DIFFERENCE TO PDL-COUNT
010370         WRITE PRINT-LINE FROM PROOF-DIFF-LINE
010380     END-IF.
010390     MOVE "TRAN-IDS NOT ACCOUNTED FOR EXACTLY ONCE"
010400         TO PCL-CAPTION.
010410     MOVE WS-ODD-COUNT TO PCL-COUNT.
010420     IF WS-ODD-COUNT = ZERO
010430      AND WS-UNKEYED-IN = WS-UNKEYED-OUT
010440         MOVE "BALANCED" TO PCL-STATUS
010450     ELSE
010460         MOVE "*** BREAK" TO PCL-STATUS
010470     END-IF.
010480     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010490     PERFORM 6400-PRINT-ODD-ID THRU 6400-EXIT
010500         VARYING WS-ODD-SUB FROM 1 BY 1
010510         UNTIL WS-ODD-SUB > WS-ODD-SHOWN.
010520     IF WS-ODD-COUNT > WS-ODD-SHOWN
010530         COMPUTE OML-COUNT = WS-ODD-COUNT - WS-ODD-SHOWN
010540         WRITE PRINT-LINE FROM ODD-MORE-LINE
010550     END-IF.
010560 6300-EXIT.
010570     EXIT.
010580 6400-PRINT-ODD-ID.
010590     MOVE WS-OD-ID(WS-ODD-SUB)  TO OIL-ID.
010600     MOVE WS-OD-IN(WS-ODD-SUB)  TO OIL-IN.
010610     MOVE WS-OD-OUT(WS-ODD-SUB) TO OIL-OUT.
010620     WRITE PRINT-LINE FROM ODD-ID-LINE.
010630 6400-EXIT.
010640     EXIT.
010650*----------------------------------------------------------*
010660* 6500-PRINT-AGREEMENT -- ALLOUT AGAINST THE DAY'S AUDIT    *
010670*                 TRAIL, GL FEED AND HISTORY ADDITIONS      *
010680*----------------------------------------------------------*
010690 6500-PRINT-AGREEMENT.
010700     MOVE SPACES TO PRINT-LINE.
010710     WRITE PRINT-LINE.
010720     MOVE "3. POSTED ITEMS AGREEMENT" TO SECTION-LINE.
010730     WRITE PRINT-LINE FROM SECTION-LINE.
010740     WRITE PRINT-LINE FROM AGREE-HEADING.
010750     MOVE "ALLOUT POSTED ITEMS" TO AL-CAPTION.
010760     MOVE WS-POSTED-ITEMS  TO AL-ITEMS.
010770     MOVE WS-POSTED-RESULT TO AL-RESULT.
010780     MOVE SPACES TO AL-STATUS.
010790     WRITE PRINT-LINE FROM AGREE-LINE.
010800     MOVE "AUDITLOG POSTING RECORDS" TO AL-CAPTION.
010810     MOVE WS-AUDIT-ITEMS TO AL-ITEMS.
010820     MOVE SPACES TO AL-RESULT-X.
010830     IF WS-AUDIT-ITEMS = WS-POSTED-ITEMS
010840         MOVE "AGREES" TO AL-STATUS
010850     ELSE
010860         MOVE "*** BREAK" TO AL-STATUS
010870     END-IF.
010880     WRITE PRINT-LINE FROM AGREE-LINE.
010890     MOVE "  LESS BRIDGE REJECTS AUDITED" TO PCL-CAPTION.
010900     MOVE WS-BRIDGE-REJECTS TO PCL-COUNT.
010910     MOVE SPACES TO PCL-STATUS.
010920     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
010930     MOVE "GLOUT POSTING LEGS (DR LESS CR)" TO AL-CAPTION.
010940     MOVE WS-GL-LEGS TO AL-ITEMS.
010950     MOVE WS-GL-NET  TO AL-RESULT.
010960     IF WS-GL-LEGS = WS-POSTED-ITEMS
010970      AND WS-GL-NET = WS-POSTED-RESULT
010980         MOVE "AGREES" TO AL-STATUS
010990     ELSE
011000         MOVE "*** BREAK" TO AL-STATUS
011010     END-IF.
011020     WRITE PRINT-LINE FROM AGREE-LINE.
011030     MOVE "HISTMAST ADDITIONS" TO AL-CAPTION.
011040     MOVE WS-HIST-ITEMS  TO AL-ITEMS.
011050     MOVE WS-HIST-RESULT TO AL-RESULT.
011060     IF WS-HIST-ITEMS = WS-POSTED-ITEMS
011070      AND WS-HIST-RESULT = WS-POSTED-RESULT
011080         MOVE "AGREES" TO AL-STATUS
011090     ELSE
011100         MOVE "*** BREAK" TO AL-STATUS
011110     END-IF.
011120     WRITE PRINT-LINE FROM AGREE-LINE.
011130     MOVE SPACES TO PCL-STATUS.
011140     MOVE "  POSTED ITEMS NOT ON HISTMAST" TO PCL-CAPTION.
011150     MOVE WS-HIST-MISSING TO PCL-COUNT.
011160     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
011170     MOVE "  POSTED ITEMS THAT DIFFER ON HISTMAST" TO PCL-CAPTION.
011180     MOVE WS-HIST-DIFFERENT TO PCL-COUNT.
011190     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
011200 6500-EXIT.
011210     EXIT.
011220*----------------------------------------------------------*
011230* 7000-LOCATE-ID -- THE TABLE SLOT FOR WS-LOOKUP-ID.  A     *
011240*                 "T" PLUS FIVE DIGITS ID HAS ITS OWN SLOT; *
011242*                 ANY OTHER IS LOOKED UP IN THE OTHER-ID    *
011244*                 INDEX, AND GIVEN THE NEXT FREE SLOT WHEN  *
011246*                 WS-LOCATE-ADD IS SET AND IT IS NOT THERE  *
011250*----------------------------------------------------------*
011260 7000-LOCATE-ID.
011270     SET WS-ID-UNKEYED TO TRUE.
011272     IF WS-LOOKUP-ID = SPACES
011274         GO TO 7000-EXIT
011276     END-IF.
011280     IF WS-LOOKUP-ID(1 : 1) NOT = "T"
011290      OR WS-LOOKUP-ID(2 : 5) IS NOT NUMERIC
011295         PERFORM 7050-LOCATE-OTHER-ID THRU 7050-EXIT
011300         GO TO 7000-EXIT
011310     END-IF.
011320     MOVE WS-LOOKUP-ID(2 : 5) TO WS-LOOKUP-DIGITS.
011330     COMPUTE WS-ID-SUB = WS-LOOKUP-DIGITS + 1.
011340     SET WS-ID-KEYED TO TRUE.
011350 7000-EXIT.
011360     EXIT.
011361*----------------------------------------------------------*
011362* 7050-LOCATE-OTHER-ID -- BINARY SEARCH OF THE OTHER-ID     *
011363*                 INDEX; A NEW ID IS SLOTTED IN AT ITS      *
011364*                 PLACE WHEN ADDING AND THERE IS ROOM       *
011365*----------------------------------------------------------*
011366 7050-LOCATE-OTHER-ID.
011367     MOVE 1 TO WS-OTHER-LOW.
011368     MOVE WS-OTHER-COUNT TO WS-OTHER-HIGH.
011369     PERFORM 7060-PROBE-OTHER THRU 7060-EXIT
011370         UNTIL WS-OTHER-LOW > WS-OTHER-HIGH.
011371     IF WS-ID-KEYED
011372         GO TO 7050-EXIT
011373     END-IF.
011374     IF NOT WS-LOCATE-ADD
011375      OR WS-OTHER-COUNT >= WS-OTHER-MAX
011376         GO TO 7050-EXIT
011377     END-IF.
011378     PERFORM 7070-SHIFT-OTHER THRU 7070-EXIT
011379         VARYING WS-OTHER-SUB FROM WS-OTHER-COUNT BY -1
011380         UNTIL WS-OTHER-SUB < WS-OTHER-LOW.
011381     ADD 1 TO WS-OTHER-COUNT.
011382     ADD 1 TO WS-ID-LAST.
011383     MOVE WS-LOOKUP-ID TO WS-OX-ID(WS-OTHER-LOW).
011384     MOVE WS-ID-LAST TO WS-OX-SLOT(WS-OTHER-LOW).
011385     MOVE WS-ID-LAST TO WS-ID-SUB.
011386     SET WS-ID-KEYED TO TRUE.
011387 7050-EXIT.
011388     EXIT.
011389 7060-PROBE-OTHER.
011390     COMPUTE WS-OTHER-MID = (WS-OTHER-LOW + WS-OTHER-HIGH) / 2.
011391     IF WS-OX-ID(WS-OTHER-MID) = WS-LOOKUP-ID
011392         MOVE WS-OX-SLOT(WS-OTHER-MID) TO WS-ID-SUB
011393         SET WS-ID-KEYED TO TRUE
011394         COMPUTE WS-OTHER-LOW = WS-OTHER-HIGH + 1
011395         GO TO 7060-EXIT
011396     END-IF.
011397     IF WS-OX-ID(WS-OTHER-MID) < WS-LOOKUP-ID
011398         COMPUTE WS-OTHER-LOW = WS-OTHER-MID + 1
011399     ELSE
011400         COMPUTE WS-OTHER-HIGH = WS-OTHER-MID - 1
011401     END-IF.
011402 7060-EXIT.
011403     EXIT.
011404 7070-SHIFT-OTHER.
011405     MOVE WS-OTHER-ENTRY(WS-OTHER-SUB)
011406         TO WS-OTHER-ENTRY(WS-OTHER-SUB + 1).
011407 7070-EXIT.
011408     EXIT.
011409*----------------------------------------------------------*
011410* 7100-MARK-IN -- ONE MORE ARRIVAL OF WS-LOOKUP-ID          *
011411*----------------------------------------------------------*
011412 7100-MARK-IN.
011413     SET WS-LOCATE-ADD TO TRUE.
011414     PERFORM 7000-LOCATE-ID THRU 7000-EXIT.
011420     IF WS-ID-UNKEYED
011430         ADD 1 TO WS-UNKEYED-IN
011440         GO TO 7100-EXIT
011450     END-IF.
011460     IF WS-ID-IN(WS-ID-SUB) < 9
011470         ADD 1 TO WS-ID-IN(WS-ID-SUB)
011480     END-IF.
011490 7100-EXIT.
011500     EXIT.
011510*----------------------------------------------------------*
011520* 7200-MARK-OUT -- ONE MORE DESTINATION FOR WS-LOOKUP-ID    *
011530*----------------------------------------------------------*
011540 7200-MARK-OUT.
011545     SET WS-LOCATE-ADD TO TRUE.
011550     PERFORM 7000-LOCATE-ID THRU 7000-EXIT.
011560     IF WS-ID-UNKEYED
011570         ADD 1 TO WS-UNKEYED-OUT
011580         GO TO 7200-EXIT
011590     END-IF.
011600     IF WS-ID-OUT(WS-ID-SUB) < 9
011610         ADD 1 TO WS-ID-OUT(WS-ID-SUB)
011620     END-IF.
011630 7200-EXIT.
011640     EXIT.
011650*----------------------------------------------------------*
011660* 7300-CHECK-TODAYS -- A QUEUE RECORD BELONGS TO TODAY'S    *
011670*                 FLOW ONLY WHEN ITS TRAN-ID CAME IN TODAY; *
011680*                 AN OLDER ITEM STILL WAITING, OR AN        *
011690*                 ADJUSTMENT RUN'S OUTPUT, IS NOT COUNTED   *
011700*----------------------------------------------------------*
011710 7300-CHECK-TODAYS.
011720     SET WS-ID-NOT-TODAYS TO TRUE.
011725     SET WS-LOCATE-FIND TO TRUE.
011730     PERFORM 7000-LOCATE-ID THRU 7000-EXIT.
011740     IF WS-ID-KEYED
011750         IF WS-ID-IN(WS-ID-SUB) > ZERO
011760             SET WS-ID-TODAYS TO TRUE
011770         END-IF
011780     ELSE
011790         IF WS-UNKEYED-IN > ZERO
011800             SET WS-ID-TODAYS TO TRUE
011810         END-IF
011820     END-IF.
011830 7300-EXIT.
011840     EXIT.
011850*----------------------------------------------------------*
011860* 9000-TERMINATE -- CLOSE THE REPORT, SET THE CONDITION     *
011870*                 CODE                                      *
011880*----------------------------------------------------------*
011890 9000-TERMINATE.
011900     CLOSE REPORT-OUT.
011910     IF WS-PROOF-BROKEN
011920         DISPLAY "PREUVE-FLUX: FLOW OF FUNDS DOES NOT PROVE FOR "
011930                 WS-BUSINESS-DATE
011940                 " - ENDING WITH CONDITION CODE 8."
011950         MOVE 8 TO RETURN-CODE
011960     ELSE
011970         DISPLAY "PREUVE-FLUX: FLOW OF FUNDS PROVED - "
011980                 WS-ITEMS-IN " ITEM(S) IN, "
011990                 WS-POSTED-ITEMS " POSTED."
012000     END-IF.
012010 9000-EXIT.
012020     EXIT.
