000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ENTRETIEN-COMPTES.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  MAINTENANCE OF THE ACCOUNT  *
000110*                 MASTER (ACCTMAST, COPYBOOK ACCTREC),      *
000120*                 REPLACING THE HAND-EDITING OF THE FLAT    *
000130*                 FILE THE FRONT EDIT AND THE LOT PROGRAMS  *
000140*                 TRUST: LIST THE ACCOUNTS ON FILE, ADD AN  *
000150*                 ACCOUNT, RENAME ONE, CLOSE ONE, REOPEN    *
000160*                 ONE OR RE-CODE ITS GL CODE.  AN ACCOUNT   *
000170*                 IS NOT CLOSED WHILE ANYTHING FOR IT IS    *
000180*                 STILL WAITING - WAREHOUSED (PENDWHSE), ON *
000190*                 A LIVE STANDING ORDER (ORDPERM), AWAITING *
000200*                 APPROVAL OR RELEASE (PENDAPPR) OR ON A    *
000210*                 PENDING REFERRAL (REFEROUT).  EVERY       *
000220*                 CHANGE IS APPENDED TO AUDITLOG UNDER THE  *
000230*                 SIGNED-ON OPERID.  THE MASTER IS HELD IN  *
000240*                 STORAGE FOR THE SESSION AND REWRITTEN     *
000250*                 THROUGH A TEMPORARY COPY AT THE END, SO A *
000260*                 SESSION THAT DIES LEAVES THE FILE EXACTLY *
000270*                 AS IT WAS.                                *
000280* 2026-10-15  DM  A CLOSE IS ALSO REFUSED WHILE THE ACCOUNT *
000290*                 HAS ITEMS PENDING REVIEW ON THE           *
000300*                 SUSPECTED-DUPLICATE QUEUE (DUPSUSP) - A   *
000310*                 RELEASE THERE SENDS IT BACK TO POST.      *
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ACCT-IN          ASSIGN TO ACCTMAST
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-ACCT-IN-STATUS.
000390     SELECT ACCT-NEW         ASSIGN DYNAMIC WS-ACCT-TEMP-PATH
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ACCT-NEW-STATUS.
000420     SELECT WAREHOUSE-IN     ASSIGN TO PENDWHSE
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-WHSE-STATUS.
000450     SELECT ORDER-IN         ASSIGN TO ORDPERM
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ORDER-STATUS.
000480     SELECT PENDING-IN       ASSIGN TO PENDAPPR
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PEND-STATUS.
000510     SELECT REFERRAL-IN      ASSIGN TO REFEROUT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-REF-STATUS.
000540     SELECT DUP-IN           ASSIGN TO DUPSUSP
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-DUP-STATUS.
000570     SELECT AUDIT-LOG        ASSIGN TO AUDITLOG
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-AUDIT-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620*----------------------------------------------------------*
000630* ACCT-IN/ACCT-NEW -- THE LIVE ACCOUNT MASTER AND ITS        *
000640*                 REWRITTEN COPY, SWAPPED IN AT END          *
000650*----------------------------------------------------------*
000660 FD  ACCT-IN.
000670     COPY ACCTREC REPLACING ==ACCOUNT-RECORD== BY
000680         ==ACCT-IN-REC==.
000690 FD  ACCT-NEW.
000700     COPY ACCTREC REPLACING ==ACCOUNT-RECORD== BY
000710         ==ACCT-NEW-REC==.
000720*----------------------------------------------------------*
000730* THE FIVE QUEUES A CLOSE MUST FIND EMPTY FOR THE ACCOUNT    *
000740*----------------------------------------------------------*
000750 FD  WAREHOUSE-IN.
000760     COPY WHSEREC.
000770 FD  ORDER-IN.
000780     COPY ORDREC.
000790 FD  PENDING-IN.
000800     COPY PNDREC.
000810 FD  REFERRAL-IN.
000820     COPY REFREC.
000830 FD  DUP-IN.
000840     COPY DUPREC.
000850*----------------------------------------------------------*
000860* AUDIT-LOG -- ONE RECORD PER ACCOUNT MASTER CHANGE          *
000870*----------------------------------------------------------*
000880 FD  AUDIT-LOG.
000890     COPY AUDTREC.
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------*
000920* SWITCHES AND COUNTERS                                     *
000930*----------------------------------------------------------*
000940 01  WS-EOF-SW                   PIC X(01).
000950     88  WS-EOF                        VALUE "Y".
000960     88  WS-NOT-EOF                    VALUE "N".
000970 01  WS-DONE-SW                  PIC X(01).
000980     88  WS-DONE                       VALUE "Y".
000990     88  WS-NOT-DONE                   VALUE "N".
001000 01  WS-CHANGED-SW               PIC X(01) VALUE "N".
001010     88  WS-CHANGED                    VALUE "Y".
001020 01  WS-ACCT-IN-STATUS           PIC X(02).
001030 01  WS-ACCT-NEW-STATUS          PIC X(02).
001040 01  WS-WHSE-STATUS              PIC X(02).
001050 01  WS-ORDER-STATUS             PIC X(02).
001060 01  WS-PEND-STATUS              PIC X(02).
001070 01  WS-REF-STATUS               PIC X(02).
001080 01  WS-DUP-STATUS               PIC X(02).
001090 01  WS-AUDIT-STATUS             PIC X(02).
001100 01  WS-RETRY-COUNT              PIC 9(02) COMP.
001110 01  WS-ACTION-COUNT             PIC 9(04) COMP VALUE ZERO.
001120*----------------------------------------------------------*
001130* OPERATOR DIALOGUE FIELDS                                  *
001140*----------------------------------------------------------*
001150 01  WS-ACTION                   PIC X(01).
001160     88  WS-ACTION-LIST                VALUE "L".
001170     88  WS-ACTION-ADD                 VALUE "A".
001180     88  WS-ACTION-RENAME              VALUE "R".
001190     88  WS-ACTION-CLOSE               VALUE "C".
001200     88  WS-ACTION-REOPEN              VALUE "O".
001210     88  WS-ACTION-RECODE              VALUE "G".
001220     88  WS-ACTION-EXIT                VALUE "X".
001230     88  WS-ACTION-VALID               VALUE "L" "A" "R" "C"
001240                                             "O" "G" "X".
001250 01  WS-KEYED-ACCOUNT            PIC X(08).
001260 01  WS-KEYED-NAME               PIC X(30).
001270 01  WS-KEYED-GL-CODE            PIC X(08).
001280 01  WS-OPERATOR-ID              PIC X(08).
001290 01  WS-CURRENT-DATE             PIC 9(08).
001300 01  WS-CURRENT-TIME             PIC 9(08).
001310 01  WS-MAINT-ACTION             PIC X(04).
001320 01  WS-MAINT-DETAIL             PIC X(30).
001330*----------------------------------------------------------*
001340* THE MASTER HELD IN STORAGE FOR THE SESSION                *
001350*----------------------------------------------------------*
001360 01  WS-ACCT-COUNT               PIC 9(04) COMP VALUE ZERO.
001370 01  WS-ACCT-MAX                 PIC 9(04) COMP VALUE 2000.
001380 01  WS-ACCT-SUB                 PIC 9(04) COMP.
001390 01  WS-ACCT-HIT                 PIC 9(04) COMP.
001400 01  WS-ACCT-TABLE.
001410     05  WS-ACCT-IMAGE OCCURS 2000 TIMES
001420                                 PIC X(57).
001430 COPY ACCTREC.
001440 COPY TRANREC.
001450*----------------------------------------------------------*
001460* ITEMS STILL WAITING FOR THE ACCOUNT, BY QUEUE             *
001470*----------------------------------------------------------*
001480 01  WS-WHSE-ITEMS               PIC 9(05) COMP.
001490 01  WS-ORDER-ITEMS              PIC 9(05) COMP.
001500 01  WS-PEND-ITEMS               PIC 9(05) COMP.
001510 01  WS-REF-ITEMS                PIC 9(05) COMP.
001520 01  WS-DUP-ITEMS                PIC 9(05) COMP.
001530 01  WS-EDITED-ITEMS             PIC ZZZZ9.
001540*----------------------------------------------------------*
001550* FILE SWAP FIELDS                                          *
001560*----------------------------------------------------------*
001570 01  WS-ACCT-ENV-NAME            PIC X(20) VALUE "ACCTMAST".
001580 01  WS-ACCT-PATH                PIC X(60).
001590 01  WS-ACCT-TEMP-PATH           PIC X(64).
001600 01  WS-SWAP-RETURN-CODE         PIC S9(9) COMP-5.
001610 PROCEDURE DIVISION.
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001640     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
001650         UNTIL WS-DONE.
001660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001670     GOBACK.
001680*----------------------------------------------------------*
001690* 1000-INITIALIZE -- PULL THE WHOLE MASTER INTO STORAGE.  NO *
001700*                    FILE YET JUST MEANS AN EMPTY TABLE.     *
001710*----------------------------------------------------------*
001720 1000-INITIALIZE.
001730     SET WS-NOT-DONE TO TRUE.
001740     SET WS-NOT-EOF TO TRUE.
001750     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERID".
001760     IF WS-OPERATOR-ID = SPACES
001770         MOVE "ACCTMNT " TO WS-OPERATOR-ID
001780     END-IF.
001790     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001800     ACCEPT WS-ACCT-PATH FROM ENVIRONMENT WS-ACCT-ENV-NAME.
001810     IF WS-ACCT-PATH = SPACES
001820         MOVE WS-ACCT-ENV-NAME TO WS-ACCT-PATH
001830     END-IF.
001840     STRING WS-ACCT-PATH    DELIMITED BY SPACE
001850            ".TMP"          DELIMITED BY SIZE
001860         INTO WS-ACCT-TEMP-PATH.
001870     OPEN INPUT ACCT-IN.
001880     IF WS-ACCT-IN-STATUS NOT = "00"
001890         SET WS-EOF TO TRUE
001900         GO TO 1000-EXIT
001910     END-IF.
001920     PERFORM 1100-LOAD-ONE-ACCOUNT THRU 1100-EXIT
001930         UNTIL WS-EOF.
001940     CLOSE ACCT-IN.
001950 1000-EXIT.
001960     EXIT.
001970 1100-LOAD-ONE-ACCOUNT.
001980     READ ACCT-IN
001990         AT END
002000             SET WS-EOF TO TRUE
002010             GO TO 1100-EXIT
002020     END-READ.
002030     IF WS-ACCT-COUNT >= WS-ACCT-MAX
002040         DISPLAY "ENTRETIEN-COMPTES: ACCOUNT TABLE FULL - "
002050                 "REMAINING ACCOUNTS NOT SHOWN OR KEPT."
002060         SET WS-EOF TO TRUE
002070         GO TO 1100-EXIT
002080     END-IF.
002090     ADD 1 TO WS-ACCT-COUNT.
002100     MOVE ACCT-IN-REC TO WS-ACCT-IMAGE(WS-ACCT-COUNT).
002110 1100-EXIT.
002120     EXIT.
002130*----------------------------------------------------------*
002140* 2000-PROCESS-ACTION -- ONE ROUND OF THE SESSION DIALOGUE   *
002150*----------------------------------------------------------*
002160 2000-PROCESS-ACTION.
002170     MOVE ZERO TO WS-RETRY-COUNT.
002180 2010-PROMPT-ACTION.
002190     DISPLAY "Action (L=list, A=add, R=rename, C=close, "
002200             "O=reopen, G=GL code, X=exit): ".
002210     ACCEPT WS-ACTION.
002220     IF NOT WS-ACTION-VALID
002230         ADD 1 TO WS-RETRY-COUNT
002240         IF WS-RETRY-COUNT > 5
002250             DISPLAY "ENTRETIEN-COMPTES: TOO MANY INVALID "
002260                     "ENTRIES - ENDING SESSION."
002270             SET WS-DONE TO TRUE
002280             GO TO 2000-EXIT
002290         END-IF
002300         DISPLAY "Invalid entry - enter L, A, R, C, O, G or X."
002310         GO TO 2010-PROMPT-ACTION
002320     END-IF.
002330     EVALUATE TRUE
002340         WHEN WS-ACTION-LIST
002350             PERFORM 3000-LIST-ACCOUNTS THRU 3000-EXIT
002360         WHEN WS-ACTION-ADD
002370             PERFORM 4000-ADD-ACCOUNT THRU 4000-EXIT
002380         WHEN WS-ACTION-RENAME
002390             PERFORM 5000-RENAME-ACCOUNT THRU 5000-EXIT
002400         WHEN WS-ACTION-CLOSE
002410             PERFORM 6000-CLOSE-ACCOUNT THRU 6000-EXIT
002420         WHEN WS-ACTION-REOPEN
002430             PERFORM 7000-REOPEN-ACCOUNT THRU 7000-EXIT
002440         WHEN WS-ACTION-RECODE
002450             PERFORM 7500-RECODE-ACCOUNT THRU 7500-EXIT
002460         WHEN WS-ACTION-EXIT
002470             SET WS-DONE TO TRUE
002480     END-EVALUATE.
002490 2000-EXIT.
002500     EXIT.
002510*----------------------------------------------------------*
002520* 3000-LIST-ACCOUNTS -- ONE LINE PER ACCOUNT ON FILE         *
002530*----------------------------------------------------------*
002540 3000-LIST-ACCOUNTS.
002550     IF WS-ACCT-COUNT = ZERO
002560         DISPLAY "NO ACCOUNTS ON FILE."
002570         GO TO 3000-EXIT
002580     END-IF.
002590     PERFORM 3100-LIST-ONE THRU 3100-EXIT
002600         VARYING WS-ACCT-SUB FROM 1 BY 1
002610         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
002620 3000-EXIT.
002630     EXIT.
002640 3100-LIST-ONE.
002650     MOVE WS-ACCT-IMAGE(WS-ACCT-SUB) TO ACCOUNT-RECORD.
002660     DISPLAY ACCT-NUMBER OF ACCOUNT-RECORD " "
002670             ACCT-STATUS OF ACCOUNT-RECORD " GL "
002680             ACCT-GL-CODE OF ACCOUNT-RECORD " "
002690             ACCT-NAME OF ACCOUNT-RECORD.
002700 3100-EXIT.
002710     EXIT.
002720*----------------------------------------------------------*
002730* 3500-FIND-ACCOUNT -- THE TABLE SLOT FOR WS-KEYED-ACCOUNT,  *
002740*                 ZERO WHEN NOT ON FILE                      *
002750*----------------------------------------------------------*
002760 3500-FIND-ACCOUNT.
002770     MOVE ZERO TO WS-ACCT-HIT.
002780     PERFORM 3550-SCAN-ONE THRU 3550-EXIT
002790         VARYING WS-ACCT-SUB FROM 1 BY 1
002800         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
002810            OR WS-ACCT-HIT > ZERO.
002820 3500-EXIT.
002830     EXIT.
002840 3550-SCAN-ONE.
002850     MOVE WS-ACCT-IMAGE(WS-ACCT-SUB) TO ACCOUNT-RECORD.
002860     IF ACCT-NUMBER OF ACCOUNT-RECORD = WS-KEYED-ACCOUNT
002870         MOVE WS-ACCT-SUB TO WS-ACCT-HIT
002880     END-IF.
002890 3550-EXIT.
002900     EXIT.
002910*----------------------------------------------------------*
002920* 3600-KEY-EXISTING -- KEY AN ACCOUNT NUMBER THAT MUST BE ON *
002930*                 FILE; LEAVES THE RECORD IN ACCOUNT-RECORD  *
002940*                 AND ITS SLOT IN WS-ACCT-HIT (ZERO = NONE)  *
002950*----------------------------------------------------------*
002960 3600-KEY-EXISTING.
002970     DISPLAY "Account number: ".
002980     ACCEPT WS-KEYED-ACCOUNT.
002990     MOVE ZERO TO WS-ACCT-HIT.
003000     IF WS-KEYED-ACCOUNT = SPACES
003010         DISPLAY "BLANK ACCOUNT - THE HOUSE ACCOUNT HAS NO "
003020                 "MASTER RECORD."
003030         GO TO 3600-EXIT
003040     END-IF.
003050     PERFORM 3500-FIND-ACCOUNT THRU 3500-EXIT.
003060     IF WS-ACCT-HIT = ZERO
003070         DISPLAY "ACCOUNT " WS-KEYED-ACCOUNT " NOT ON FILE."
003080         GO TO 3600-EXIT
003090     END-IF.
003100     MOVE WS-ACCT-IMAGE(WS-ACCT-HIT) TO ACCOUNT-RECORD.
003110 3600-EXIT.
003120     EXIT.
003130*----------------------------------------------------------*
003140* 4000-ADD-ACCOUNT -- A NEW ACCOUNT, OPEN FROM THE START     *
003150*----------------------------------------------------------*
003160 4000-ADD-ACCOUNT.
003170     IF WS-ACCT-COUNT >= WS-ACCT-MAX
003180         DISPLAY "ENTRETIEN-COMPTES: ACCOUNT TABLE FULL - "
003190                 "CANNOT ADD."
003200         GO TO 4000-EXIT
003210     END-IF.
003220     DISPLAY "New account number (8 characters): ".
003230     ACCEPT WS-KEYED-ACCOUNT.
003240     IF WS-KEYED-ACCOUNT = SPACES
003250         DISPLAY "BLANK ACCOUNT - ADD ABANDONED."
003260         GO TO 4000-EXIT
003270     END-IF.
003280     PERFORM 3500-FIND-ACCOUNT THRU 3500-EXIT.
003290     IF WS-ACCT-HIT > ZERO
003300         DISPLAY "ACCOUNT " WS-KEYED-ACCOUNT " ALREADY ON FILE."
003310         GO TO 4000-EXIT
003320     END-IF.
003330     DISPLAY "Account name: ".
003340     ACCEPT WS-KEYED-NAME.
003350     IF WS-KEYED-NAME = SPACES
003360         DISPLAY "BLANK NAME - ADD ABANDONED."
003370         GO TO 4000-EXIT
003380     END-IF.
003390     DISPLAY "GL code (8 characters, blank=default): ".
003400     ACCEPT WS-KEYED-GL-CODE.
003410     INITIALIZE ACCOUNT-RECORD.
003420     MOVE WS-KEYED-ACCOUNT  TO ACCT-NUMBER OF ACCOUNT-RECORD.
003430     MOVE WS-KEYED-NAME     TO ACCT-NAME OF ACCOUNT-RECORD.
003440     SET ACCT-OPEN OF ACCOUNT-RECORD TO TRUE.
003450     MOVE WS-KEYED-GL-CODE  TO ACCT-GL-CODE OF ACCOUNT-RECORD.
003460     ADD 1 TO WS-ACCT-COUNT.
003470     MOVE ACCOUNT-RECORD TO WS-ACCT-IMAGE(WS-ACCT-COUNT).
003480     MOVE "ADD " TO WS-MAINT-ACTION.
003490     MOVE WS-KEYED-NAME TO WS-MAINT-DETAIL.
003500     PERFORM 8000-LOG-ACTION THRU 8000-EXIT.
003510     DISPLAY "ACCOUNT " WS-KEYED-ACCOUNT " ADDED.".
003520 4000-EXIT.
003530     EXIT.
003540*----------------------------------------------------------*
003550* 5000-RENAME-ACCOUNT -- NEW NAME ON AN EXISTING ACCOUNT     *
003560*----------------------------------------------------------*
003570 5000-RENAME-ACCOUNT.
003580     PERFORM 3600-KEY-EXISTING THRU 3600-EXIT.
003590     IF WS-ACCT-HIT = ZERO
003600         GO TO 5000-EXIT
003610     END-IF.
003620     DISPLAY "Current name: " ACCT-NAME OF ACCOUNT-RECORD.
003630     DISPLAY "New name: ".
003640     ACCEPT WS-KEYED-NAME.
003650     IF WS-KEYED-NAME = SPACES
003660      OR WS-KEYED-NAME = ACCT-NAME OF ACCOUNT-RECORD
003670         DISPLAY "NAME BLANK OR UNCHANGED - NOTHING DONE."
003680         GO TO 5000-EXIT
003690     END-IF.
003700     MOVE WS-KEYED-NAME TO ACCT-NAME OF ACCOUNT-RECORD.
003710     MOVE ACCOUNT-RECORD TO WS-ACCT-IMAGE(WS-ACCT-HIT).
003720     MOVE "RENM" TO WS-MAINT-ACTION.
003730     MOVE WS-KEYED-NAME TO WS-MAINT-DETAIL.
003740     PERFORM 8000-LOG-ACTION THRU 8000-EXIT.
003750     DISPLAY "ACCOUNT " WS-KEYED-ACCOUNT " RENAMED.".
003760 5000-EXIT.
003770     EXIT.
003780*----------------------------------------------------------*
003790* 6000-CLOSE-ACCOUNT -- REFUSED WHILE ANY QUEUE STILL HOLDS  *
003800*                 WORK FOR THE ACCOUNT: IT WOULD REACH THE   *
003810*                 FRONT EDIT LATER AND BE REJECTED THERE     *
003820*----------------------------------------------------------*
003830 6000-CLOSE-ACCOUNT.
003840     PERFORM 3600-KEY-EXISTING THRU 3600-EXIT.
003850     IF WS-ACCT-HIT = ZERO
003860         GO TO 6000-EXIT
003870     END-IF.
003880     IF ACCT-CLOSED OF ACCOUNT-RECORD
003890         DISPLAY "ACCOUNT " WS-KEYED-ACCOUNT " ALREADY CLOSED."
003900         GO TO 6000-EXIT
003910     END-IF.
003920     PERFORM 6100-COUNT-WAITING THRU 6100-EXIT.
003930     IF WS-WHSE-ITEMS > ZERO
003940      OR WS-ORDER-ITEMS > ZERO
003950      OR WS-PEND-ITEMS > ZERO
003960      OR WS-REF-ITEMS > ZERO
003970      OR WS-DUP-ITEMS > ZERO
003980         DISPLAY "ACCOUNT " WS-KEYED-ACCOUNT " NOT CLOSED - "
003990                 "ITEMS STILL WAITING:"
004000         MOVE WS-WHSE-ITEMS TO WS-EDITED-ITEMS
004010         DISPLAY "  WAREHOUSED (PENDWHSE)       " WS-EDITED-ITEMS
004020         MOVE WS-ORDER-ITEMS TO WS-EDITED-ITEMS
004030         DISPLAY "  STANDING ORDERS (ORDPERM)   " WS-EDITED-ITEMS
004040         MOVE WS-PEND-ITEMS TO WS-EDITED-ITEMS
004050         DISPLAY "  APPROVAL QUEUE (PENDAPPR)   " WS-EDITED-ITEMS
004060         MOVE WS-REF-ITEMS TO WS-EDITED-ITEMS
004070         DISPLAY "  REFERRALS (REFEROUT)        " WS-EDITED-ITEMS
004080         MOVE WS-DUP-ITEMS TO WS-EDITED-ITEMS
004090         DISPLAY "  DUPLICATES HELD (DUPSUSP)   " WS-EDITED-ITEMS
004100         GO TO 6000-EXIT
004110     END-IF.
004120     SET ACCT-CLOSED OF ACCOUNT-RECORD TO TRUE.
004130     MOVE ACCOUNT-RECORD TO WS-ACCT-IMAGE(WS-ACCT-HIT).
004140     MOVE "CLOS" TO WS-MAINT-ACTION.
004150     MOVE "ACCOUNT CLOSED" TO WS-MAINT-DETAIL.
004160     PERFORM 8000-LOG-ACTION THRU 8000-EXIT.
004170     DISPLAY "ACCOUNT " WS-KEYED-ACCOUNT " CLOSED.".
004180 6000-EXIT.
004190     EXIT.
004200*----------------------------------------------------------*
004210* 6100-COUNT-WAITING -- ITEMS FOR THE ACCOUNT IN EACH QUEUE. *
004220*                 A MISSING QUEUE FILE IS AN EMPTY QUEUE.    *
004230*----------------------------------------------------------*
004240 6100-COUNT-WAITING.
004250     MOVE ZERO TO WS-WHSE-ITEMS.
004260     MOVE ZERO TO WS-ORDER-ITEMS.
004270     MOVE ZERO TO WS-PEND-ITEMS.
004280     MOVE ZERO TO WS-REF-ITEMS.
004290     MOVE ZERO TO WS-DUP-ITEMS.
004300     SET WS-NOT-EOF TO TRUE.
004310     OPEN INPUT WAREHOUSE-IN.
004320     IF WS-WHSE-STATUS = "00"
004330         PERFORM 6200-SCAN-WAREHOUSE THRU 6200-EXIT
004340             UNTIL WS-EOF
004350         CLOSE WAREHOUSE-IN
004360     END-IF.
004370     SET WS-NOT-EOF TO TRUE.
004380     OPEN INPUT ORDER-IN.
004390     IF WS-ORDER-STATUS = "00"
004400         PERFORM 6300-SCAN-ORDERS THRU 6300-EXIT
004410             UNTIL WS-EOF
004420         CLOSE ORDER-IN
004430     END-IF.
004440     SET WS-NOT-EOF TO TRUE.
004450     OPEN INPUT PENDING-IN.
004460     IF WS-PEND-STATUS = "00"
004470         PERFORM 6400-SCAN-PENDING THRU 6400-EXIT
004480             UNTIL WS-EOF
004490         CLOSE PENDING-IN
004500     END-IF.
004510     SET WS-NOT-EOF TO TRUE.
004520     OPEN INPUT REFERRAL-IN.
004530     IF WS-REF-STATUS = "00"
004540         PERFORM 6500-SCAN-REFERRALS THRU 6500-EXIT
004550             UNTIL WS-EOF
004560         CLOSE REFERRAL-IN
004570     END-IF.
004580     SET WS-NOT-EOF TO TRUE.
004590     OPEN INPUT DUP-IN.
004600     IF WS-DUP-STATUS = "00"
004610         PERFORM 6600-SCAN-DUPLICATES THRU 6600-EXIT
004620             UNTIL WS-EOF
004630         CLOSE DUP-IN
004640     END-IF.
004650 6100-EXIT.
004660     EXIT.
004670*----------------------------------------------------------*
004680* 6200-SCAN-WAREHOUSE -- EVERY WAREHOUSED ITEM IS WAITING    *
004690*----------------------------------------------------------*
004700 6200-SCAN-WAREHOUSE.
004710     READ WAREHOUSE-IN
004720         AT END
004730             SET WS-EOF TO TRUE
004740             GO TO 6200-EXIT
004750     END-READ.
004760     MOVE WHS-TRAN-IMAGE TO TRANSACTION-RECORD.
004770     IF TRAN-ACCOUNT = WS-KEYED-ACCOUNT
004780         ADD 1 TO WS-WHSE-ITEMS
004790     END-IF.
004800 6200-EXIT.
004810     EXIT.
004820*----------------------------------------------------------*
004830* 6300-SCAN-ORDERS -- AN ACTIVE ORDER NOT YET PAST ITS END   *
004840*                 DATE WILL STILL GENERATE POSTINGS          *
004850*----------------------------------------------------------*
004860 6300-SCAN-ORDERS.
004870     READ ORDER-IN
004880         AT END
004890             SET WS-EOF TO TRUE
004900             GO TO 6300-EXIT
004910     END-READ.
004920     IF NOT ORD-ACTIVE
004930         GO TO 6300-EXIT
004940     END-IF.
004950     IF ORD-END-DATE IS NUMERIC
004960      AND ORD-END-DATE < WS-CURRENT-DATE
004970         GO TO 6300-EXIT
004980     END-IF.
004990     MOVE ORD-TRAN-IMAGE TO TRANSACTION-RECORD.
005000     IF TRAN-ACCOUNT = WS-KEYED-ACCOUNT
005010         ADD 1 TO WS-ORDER-ITEMS
005020     END-IF.
005030 6300-EXIT.
005040     EXIT.
005050*----------------------------------------------------------*
005060* 6400-SCAN-PENDING -- PENDING APPROVAL, OR APPROVED AND NOT *
005070*                 YET RELEASED INTO THE INPUT FILES          *
005080*----------------------------------------------------------*
005090 6400-SCAN-PENDING.
005100     READ PENDING-IN
005110         AT END
005120             SET WS-EOF TO TRUE
005130             GO TO 6400-EXIT
005140     END-READ.
005150     IF NOT PND-PENDING AND NOT PND-APPROVED
005160         GO TO 6400-EXIT
005170     END-IF.
005180     MOVE PND-TRAN-IMAGE TO TRANSACTION-RECORD.
005190     IF TRAN-ACCOUNT = WS-KEYED-ACCOUNT
005200         ADD 1 TO WS-PEND-ITEMS
005210     END-IF.
005220 6400-EXIT.
005230     EXIT.
005240*----------------------------------------------------------*
005250* 6500-SCAN-REFERRALS -- REFERRALS STILL AWAITING A DECISION *
005260*----------------------------------------------------------*
005270 6500-SCAN-REFERRALS.
005280     READ REFERRAL-IN
005290         AT END
005300             SET WS-EOF TO TRUE
005310             GO TO 6500-EXIT
005320     END-READ.
005330     IF NOT REF-PENDING
005340         GO TO 6500-EXIT
005350     END-IF.
005360     MOVE REF-TRAN-IMAGE TO TRANSACTION-RECORD.
005370     IF TRAN-ACCOUNT = WS-KEYED-ACCOUNT
005380         ADD 1 TO WS-REF-ITEMS
005390     END-IF.
005400 6500-EXIT.
005410     EXIT.
005420*----------------------------------------------------------*
005430* 6600-SCAN-DUPLICATES -- HELD SUSPECTED DUPLICATES STILL    *
005440*                 AWAITING A SUPERVISOR'S DECISION           *
005450*----------------------------------------------------------*
005460 6600-SCAN-DUPLICATES.
005470     READ DUP-IN
005480         AT END
005490             SET WS-EOF TO TRUE
005500             GO TO 6600-EXIT
005510     END-READ.
005520     IF NOT DUP-PENDING
005530         GO TO 6600-EXIT
005540     END-IF.
005550     MOVE DUP-TRAN-IMAGE TO TRANSACTION-RECORD.
005560     IF TRAN-ACCOUNT = WS-KEYED-ACCOUNT
005570         ADD 1 TO WS-DUP-ITEMS
005580     END-IF.
005590 6600-EXIT.
005600     EXIT.
005610*----------------------------------------------------------*
005620* 7000-REOPEN-ACCOUNT -- A CLOSED ACCOUNT BACK TO OPEN       *
005630*----------------------------------------------------------*
005640 7000-REOPEN-ACCOUNT.
005650     PERFORM 3600-KEY-EXISTING THRU 3600-EXIT.
005660     IF WS-ACCT-HIT = ZERO
005670         GO TO 7000-EXIT
005680     END-IF.
005690     IF ACCT-OPEN OF ACCOUNT-RECORD
005700         DISPLAY "ACCOUNT " WS-KEYED-ACCOUNT " ALREADY OPEN."
005710         GO TO 7000-EXIT
005720     END-IF.
005730     SET ACCT-OPEN OF ACCOUNT-RECORD TO TRUE.
005740     MOVE ACCOUNT-RECORD TO WS-ACCT-IMAGE(WS-ACCT-HIT).
005750     MOVE "REOP" TO WS-MAINT-ACTION.
005760     MOVE "ACCOUNT REOPENED" TO WS-MAINT-DETAIL.
005770     PERFORM 8000-LOG-ACTION THRU 8000-EXIT.
005780     DISPLAY "ACCOUNT " WS-KEYED-ACCOUNT " REOPENED.".
005790 7000-EXIT.
005800     EXIT.
005810*----------------------------------------------------------*
005820* 7500-RECODE-ACCOUNT -- NEW GL CODE; THE AUDIT DETAIL       *
005830*                 CARRIES THE OLD AND THE NEW CODE           *
005840*----------------------------------------------------------*
005850 7500-RECODE-ACCOUNT.
005860     PERFORM 3600-KEY-EXISTING THRU 3600-EXIT.
005870     IF WS-ACCT-HIT = ZERO
005880         GO TO 7500-EXIT
005890     END-IF.
005900     DISPLAY "Current GL code: " ACCT-GL-CODE OF ACCOUNT-RECORD.
005910     DISPLAY "New GL code (8 characters, blank=default): ".
005920     ACCEPT WS-KEYED-GL-CODE.
005930     IF WS-KEYED-GL-CODE = ACCT-GL-CODE OF ACCOUNT-RECORD
005940         DISPLAY "GL CODE UNCHANGED - NOTHING DONE."
005950         GO TO 7500-EXIT
005960     END-IF.
005970     MOVE SPACES TO WS-MAINT-DETAIL.
005980     STRING "GL " DELIMITED BY SIZE
005990            ACCT-GL-CODE OF ACCOUNT-RECORD DELIMITED BY SIZE
006000            " TO " DELIMITED BY SIZE
006010            WS-KEYED-GL-CODE DELIMITED BY SIZE
006020         INTO WS-MAINT-DETAIL.
006030     MOVE WS-KEYED-GL-CODE TO ACCT-GL-CODE OF ACCOUNT-RECORD.
006040     MOVE ACCOUNT-RECORD TO WS-ACCT-IMAGE(WS-ACCT-HIT).
006050     MOVE "GLCD" TO WS-MAINT-ACTION.
006060     PERFORM 8000-LOG-ACTION THRU 8000-EXIT.
006070     DISPLAY "ACCOUNT " WS-KEYED-ACCOUNT " RE-CODED.".
006080 7500-EXIT.
006090     EXIT.
006100*----------------------------------------------------------*
006110* 8000-LOG-ACTION -- ONE AUDIT RECORD PER CHANGE, UNDER THE  *
006120*                 SIGNED-ON OPERATOR, NAMING THE ACCOUNT,    *
006130*                 THE ACTION AND THE NEW VALUE               *
006140*----------------------------------------------------------*
006150 8000-LOG-ACTION.
006160     SET WS-CHANGED TO TRUE.
006170     ADD 1 TO WS-ACTION-COUNT.
006180     ACCEPT WS-CURRENT-TIME FROM TIME.
006190     OPEN EXTEND AUDIT-LOG.
006200     IF WS-AUDIT-STATUS NOT = "00"
006210         OPEN OUTPUT AUDIT-LOG
006220     END-IF.
006230     INITIALIZE AUDIT-RECORD.
006240     MOVE WS-CURRENT-DATE  TO AUD-RUN-DATE.
006250     MOVE WS-CURRENT-TIME  TO AUD-RUN-TIME.
006260     MOVE "ENTRCOMPTES"    TO AUD-PROGRAM-ID.
006270     MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
006280     MOVE WS-MAINT-ACTION  TO AUD-MAINT-ACTION.
006290     MOVE WS-KEYED-ACCOUNT TO AUD-MAINT-KEY.
006300     MOVE WS-MAINT-DETAIL  TO AUD-MAINT-DETAIL.
006310     WRITE AUDIT-RECORD.
006320     CLOSE AUDIT-LOG.
006330 8000-EXIT.
006340     EXIT.
006350*----------------------------------------------------------*
006360* 9000-TERMINATE -- REWRITE THE MASTER THROUGH A TEMPORARY   *
006370*                   COPY ONLY WHEN SOMETHING CHANGED         *
006380*----------------------------------------------------------*
006390 9000-TERMINATE.
006400     IF NOT WS-CHANGED
006410         GO TO 9000-SUMMARY
006420     END-IF.
006430     OPEN OUTPUT ACCT-NEW.
006440     PERFORM 9100-WRITE-ONE THRU 9100-EXIT
006450         VARYING WS-ACCT-SUB FROM 1 BY 1
006460         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
006470     CLOSE ACCT-NEW.
006480     CALL "CBL_DELETE_FILE" USING WS-ACCT-PATH
006490         RETURNING WS-SWAP-RETURN-CODE.
006500     CALL "CBL_RENAME_FILE" USING WS-ACCT-TEMP-PATH
006510         WS-ACCT-PATH
006520         RETURNING WS-SWAP-RETURN-CODE.
006530     IF WS-SWAP-RETURN-CODE NOT = ZERO
006540         DISPLAY "ENTRETIEN-COMPTES: MASTER SWAP "
006550                 "FAILED - CHANGES DISCARDED."
006560         MOVE 8 TO RETURN-CODE
006570     END-IF.
006580 9000-SUMMARY.
006590     DISPLAY "ENTRETIEN-COMPTES: " WS-ACTION-COUNT
006600             " CHANGE(S), " WS-ACCT-COUNT " ACCOUNT(S) ON "
006610             "FILE.".
006620 9000-EXIT.
006630     EXIT.
006640 9100-WRITE-ONE.
006650     MOVE WS-ACCT-IMAGE(WS-ACCT-SUB) TO ACCT-NEW-REC.
006660     WRITE ACCT-NEW-REC.
006670 9100-EXIT.
006680     EXIT.
