000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BALANCE-VERIFICATION.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  DAILY TRIAL BALANCE OVER    *
000110*                 THE ACCOUNT BALANCE MASTER (ACCTBAL,      *
000120*                 COPYBOOK BALREC) JUST POSTED BY           *
000130*                 MISE-A-JOUR-SOLDES.  ONE LINE PER ACCOUNT *
000140*                 AND CURRENCY - OPENING, DAY DEBITS, DAY   *
000150*                 CREDITS, CLOSING - THEN THE PROOF: THE    *
000160*                 SUM OF CLOSING BALANCES MUST EQUAL        *
000170*                 YESTERDAY'S CLOSING PLUS THE DAY'S POSTED *
000180*                 RESULTS, ADDED UP AGAIN FROM ALLOUT.      *
000190*                 YESTERDAY'S CLOSING IS TAKEN FROM THE     *
000200*                 LAST END-OF-DAY SNAPSHOT OF ACCTBAL ON    *
000210*                 THE BACKUP CONTROL FILE (BACKCTL), SO THE *
000220*                 ROLL-FORWARD ITSELF IS PROVED, NOT        *
000230*                 ASSUMED; WITH NO EARLIER SNAPSHOT THE     *
000240*                 OPENING TOTAL STANDS IN FOR IT.  EVERY    *
000250*                 ACCOUNT WITH A NEGATIVE CLOSING BALANCE   *
000260*                 IS LISTED ON ITS OWN PAGE.  A PROOF THAT  *
000270*                 DOES NOT HOLD ENDS THE RUN WITH CONDITION *
000280*                 CODE 8 SO THE DATE IS NOT CLOSED ON IT.   *
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RESULTS-IN       ASSIGN TO ALLOUT
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-ALLOUT-STATUS.
000360     SELECT BALANCE-MASTER   ASSIGN TO ACCTBAL
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-BAL-STATUS.
000390     SELECT BACKUP-CONTROL   ASSIGN TO BACKCTL
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CTL-STATUS.
000420     SELECT PRIOR-SNAPSHOT   ASSIGN DYNAMIC WS-SNAP-PATH
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SNAP-STATUS.
000450     SELECT REPORT-OUT       ASSIGN TO TRIALBAL
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490*----------------------------------------------------------*
000500* RESULTS-IN -- THE DAY'S SORT-MERGED POSTED RESULTS         *
000510*----------------------------------------------------------*
000520 FD  RESULTS-IN.
000530     COPY TRANREC.
000540*----------------------------------------------------------*
000550* BALANCE-MASTER -- THE MASTER AS POSTED FOR THE DATE        *
000560*----------------------------------------------------------*
000570 FD  BALANCE-MASTER.
000580     COPY BALREC.
000590*----------------------------------------------------------*
000600* BACKUP-CONTROL -- WHERE YESTERDAY'S SNAPSHOT LIVES         *
000610*----------------------------------------------------------*
000620 FD  BACKUP-CONTROL.
000630     COPY BAKREC.
000640*----------------------------------------------------------*
000650* PRIOR-SNAPSHOT -- THE MASTER AS IT STOOD AT THE LAST CLOSE *
000660*----------------------------------------------------------*
000670 FD  PRIOR-SNAPSHOT.
000680     COPY BALREC REPLACING ==BALANCE-RECORD== BY
000690         ==PRIOR-BAL-REC==.
000700*----------------------------------------------------------*
000710* REPORT-OUT -- THE PRINTED TRIAL BALANCE                    *
000720*----------------------------------------------------------*
000730 FD  REPORT-OUT.
000740 01  PRINT-LINE                  PIC X(80).
000750 WORKING-STORAGE SECTION.
000760*----------------------------------------------------------*
000770* SWITCHES AND STATUS FIELDS                                *
000780*----------------------------------------------------------*
000790 01  WS-ALLOUT-STATUS            PIC X(02).
000800 01  WS-BAL-STATUS               PIC X(02).
000810 01  WS-CTL-STATUS               PIC X(02).
000820 01  WS-SNAP-STATUS              PIC X(02).
000830 01  WS-EOF-SW                   PIC X(01).
000840     88  WS-EOF                        VALUE "Y".
000850     88  WS-NOT-EOF                    VALUE "N".
000860 01  WS-PRIOR-SW                 PIC X(01) VALUE "N".
000870     88  WS-PRIOR-FOUND                VALUE "Y".
000880     88  WS-NO-PRIOR                   VALUE "N".
000890 01  WS-PROOF-SW                 PIC X(01) VALUE "Y".
000900     88  WS-PROOF-HOLDS                VALUE "Y".
000910     88  WS-PROOF-BROKEN               VALUE "N".
000920*----------------------------------------------------------*
000930* BUSINESS DATE AND PRIOR SNAPSHOT                          *
000940*----------------------------------------------------------*
000950 01  WS-BUSDATE-BUFFER           PIC X(08).
000960 01  WS-BUSINESS-DATE            PIC 9(08).
000970 01  WS-PRIOR-DATE               PIC 9(08) VALUE ZERO.
000980 01  WS-SNAP-PATH                PIC X(60).
000990*----------------------------------------------------------*
001000* CONTROL TOTALS                                            *
001010*----------------------------------------------------------*
001020 01  WS-POSTED-COUNT             PIC 9(7) COMP VALUE ZERO.
001030 01  WS-POSTED-NET               PIC S9(13)V9(02) COMP-3
001040                                 VALUE ZERO.
001050 01  WS-BAL-COUNT                PIC 9(7) COMP VALUE ZERO.
001060 01  WS-NEG-COUNT                PIC 9(7) COMP VALUE ZERO.
001070 01  WS-ROW-BREAKS               PIC 9(7) COMP VALUE ZERO.
001080 01  WS-STALE-ROWS               PIC 9(7) COMP VALUE ZERO.
001090 01  WS-TOT-OPENING              PIC S9(13)V9(02) COMP-3
001100                                 VALUE ZERO.
001110 01  WS-TOT-DEBITS               PIC S9(13)V9(02) COMP-3
001120                                 VALUE ZERO.
001130 01  WS-TOT-CREDITS              PIC S9(13)V9(02) COMP-3
001140                                 VALUE ZERO.
001150 01  WS-TOT-CLOSING              PIC S9(13)V9(02) COMP-3
001160                                 VALUE ZERO.
001170 01  WS-PRIOR-CLOSING            PIC S9(13)V9(02) COMP-3
001180                                 VALUE ZERO.
001190 01  WS-EXPECTED-CLOSING         PIC S9(13)V9(02) COMP-3
001200                                 VALUE ZERO.
001210 01  WS-MASTER-NET               PIC S9(13)V9(02) COMP-3
001220                                 VALUE ZERO.
001230 01  WS-ROW-CLOSING              PIC S9(13)V9(02) COMP-3.
001240*----------------------------------------------------------*
001250* PAGE CONTROL                                              *
001260*----------------------------------------------------------*
001270 01  WS-PAGE-NO                  PIC 9(3) COMP VALUE 1.
001280 01  WS-LINE-CNT                 PIC 9(3) COMP VALUE 99.
001290 01  WS-MAX-LINES                PIC 9(3) COMP VALUE 50.
001300*----------------------------------------------------------*
001310* REPORT LINE LAYOUTS                                       *
001320*----------------------------------------------------------*
001330 01  SEPARATOR-LINE              PIC X(78) VALUE ALL "-".
001340 01  HEADING-LINE-1.
001350     05  FILLER                  PIC X(18)
001360                                 VALUE "TRIAL BALANCE FOR ".
001370     05  HL1-DATE                PIC 9(08).
001380     05  FILLER                  PIC X(40) VALUE SPACES.
001390     05  FILLER                  PIC X(05) VALUE "PAGE ".
001400     05  HL1-PAGE                PIC ZZ9.
001410 01  HEADING-LINE-2.
001420     05  FILLER                  PIC X(09) VALUE "ACCOUNT".
001430     05  FILLER                  PIC X(04) VALUE "CUR".
001440     05  FILLER                  PIC X(16)
001450                                 VALUE "        OPENING".
001460     05  FILLER                  PIC X(15)
001470                                 VALUE "     DAY DEBITS".
001480     05  FILLER                  PIC X(15)
001490                                 VALUE "    DAY CREDITS".
001500     05  FILLER                  PIC X(16)
001510                                 VALUE "        CLOSING".
001520 01  DETAIL-LINE.
001530     05  DL-ACCOUNT              PIC X(08).
001540     05  FILLER                  PIC X(01) VALUE SPACE.
001550     05  DL-CURRENCY             PIC X(03).
001560     05  FILLER                  PIC X(01) VALUE SPACE.
001570     05  DL-OPENING              PIC -ZZZZZZZZZZ9.99.
001580     05  FILLER                  PIC X(01) VALUE SPACE.
001590     05  DL-DEBITS               PIC ZZZZZZZZZZ9.99.
001600     05  FILLER                  PIC X(01) VALUE SPACE.
001610     05  DL-CREDITS              PIC ZZZZZZZZZZ9.99.
001620     05  FILLER                  PIC X(01) VALUE SPACE.
001630     05  DL-CLOSING              PIC -ZZZZZZZZZZ9.99.
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  DL-FLAG                 PIC X(03).
001660 01  TOTAL-LINE.
001670     05  FILLER                  PIC X(13) VALUE "TOTALS".
001680     05  TL-OPENING              PIC -ZZZZZZZZZZ9.99.
001690     05  FILLER                  PIC X(01) VALUE SPACE.
001700     05  TL-DEBITS               PIC ZZZZZZZZZZ9.99.
001710     05  FILLER                  PIC X(01) VALUE SPACE.
001720     05  TL-CREDITS              PIC ZZZZZZZZZZ9.99.
001730     05  FILLER                  PIC X(01) VALUE SPACE.
001740     05  TL-CLOSING              PIC -ZZZZZZZZZZ9.99.
001750 01  PROOF-HEADING.
001760     05  FILLER                  PIC X(24)
001770                                 VALUE "TRIAL BALANCE PROOF FOR ".
001780     05  PH-DATE                 PIC 9(08).
001790 01  PROOF-LINE.
001800     05  PL-CAPTION              PIC X(40).
001810     05  PL-AMOUNT               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  PL-NOTE                 PIC X(18).
001840 01  PROOF-COUNT-LINE.
001850     05  PCL-CAPTION             PIC X(40).
001860     05  PCL-COUNT               PIC ZZZ,ZZ9.
001870 01  PROOF-RESULT-LINE           PIC X(60).
001880 01  NEG-HEADING-1.
001890     05  FILLER                  PIC X(22)
001900                                 VALUE "NEGATIVE BALANCES FOR ".
001910     05  NH1-DATE                PIC 9(08).
001920 01  NEG-HEADING-2.
001930     05  FILLER                  PIC X(09) VALUE "ACCOUNT".
001940     05  FILLER                  PIC X(04) VALUE "CUR".
001950     05  FILLER                  PIC X(16)
001960                                 VALUE "        OPENING".
001970     05  FILLER                  PIC X(16)
001980                                 VALUE "        CLOSING".
001990     05  FILLER                  PIC X(20)
002000                                 VALUE "  WENT NEGATIVE".
002010 01  NEG-LINE.
002020     05  NL-ACCOUNT              PIC X(08).
002030     05  FILLER                  PIC X(01) VALUE SPACE.
002040     05  NL-CURRENCY             PIC X(03).
002050     05  FILLER                  PIC X(01) VALUE SPACE.
002060     05  NL-OPENING              PIC -ZZZZZZZZZZ9.99.
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  NL-CLOSING              PIC -ZZZZZZZZZZ9.99.
002090     05  FILLER                  PIC X(04) VALUE SPACES.
002100     05  NL-TODAY                PIC X(05).
002110 01  NEG-NONE-LINE               PIC X(44) VALUE
002120     "NO ACCOUNT CLOSED WITH A NEGATIVE BALANCE".
002130 PROCEDURE DIVISION.
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002160     PERFORM 2000-SUM-POSTINGS THRU 2000-EXIT.
002170     PERFORM 3000-FIND-PRIOR-SNAPSHOT THRU 3000-EXIT.
002180     PERFORM 4000-LIST-BALANCES THRU 4000-EXIT.
002190     PERFORM 5000-PRINT-PROOF THRU 5000-EXIT.
002200     PERFORM 6000-LIST-NEGATIVES THRU 6000-EXIT.
002210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002220     STOP RUN.
002230*----------------------------------------------------------*
002240* 1000-INITIALIZE -- BUSINESS DATE AND THE REPORT FILE       *
002250*----------------------------------------------------------*
002260 1000-INITIALIZE.
002270     ACCEPT WS-BUSDATE-BUFFER FROM ENVIRONMENT "BUSDATE".
002280     IF WS-BUSDATE-BUFFER IS NUMERIC
002290         MOVE WS-BUSDATE-BUFFER TO WS-BUSINESS-DATE
002300     ELSE
002310         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
002320     END-IF.
002330     OPEN OUTPUT REPORT-OUT.
002340 1000-EXIT.
002350     EXIT.
002360*----------------------------------------------------------*
002370* 2000-SUM-POSTINGS -- ADD UP THE DAY'S POSTED RESULTS FROM  *
002380*                 ALLOUT, INDEPENDENTLY OF THE POSTING       *
002390*----------------------------------------------------------*
002400 2000-SUM-POSTINGS.
002410     SET WS-NOT-EOF TO TRUE.
002420     OPEN INPUT RESULTS-IN.
002430     IF WS-ALLOUT-STATUS NOT = "00"
002440         DISPLAY "BALANCE-VERIFICATION: NO ALLOUT FILE - "
002450                 "NO POSTINGS COUNTED."
002460         GO TO 2000-EXIT
002470     END-IF.
002480     PERFORM 2100-SUM-ONE-POSTING THRU 2100-EXIT
002490         UNTIL WS-EOF.
002500     CLOSE RESULTS-IN.
002510 2000-EXIT.
002520     EXIT.
002530 2100-SUM-ONE-POSTING.
002540     READ RESULTS-IN
002550         AT END
002560             SET WS-EOF TO TRUE
002570             GO TO 2100-EXIT
002580     END-READ.
002590     ADD 1 TO WS-POSTED-COUNT.
002600     ADD TRAN-RESULT TO WS-POSTED-NET.
002610 2100-EXIT.
002620     EXIT.
002630*----------------------------------------------------------*
002640* 3000-FIND-PRIOR-SNAPSHOT -- THE LATEST ACCTBAL SNAPSHOT    *
002650*                 TAKEN UNDER AN EARLIER BUSINESS DATE, AND  *
002660*                 THE SUM OF ITS CLOSING BALANCES            *
002670*----------------------------------------------------------*
002680 3000-FIND-PRIOR-SNAPSHOT.
002690     SET WS-NO-PRIOR TO TRUE.
002700     SET WS-NOT-EOF TO TRUE.
002710     OPEN INPUT BACKUP-CONTROL.
002720     IF WS-CTL-STATUS NOT = "00"
002730         GO TO 3000-EXIT
002740     END-IF.
002750     PERFORM 3100-CHECK-ONE-CONTROL THRU 3100-EXIT
002760         UNTIL WS-EOF.
002770     CLOSE BACKUP-CONTROL.
002780     IF WS-NO-PRIOR
002790         GO TO 3000-EXIT
002800     END-IF.
002810     SET WS-NOT-EOF TO TRUE.
002820     OPEN INPUT PRIOR-SNAPSHOT.
002830     IF WS-SNAP-STATUS NOT = "00"
002840         DISPLAY "BALANCE-VERIFICATION: SNAPSHOT "
002850                 WS-SNAP-PATH " NOT READABLE - OPENING "
002860                 "TOTAL USED FOR YESTERDAY'S CLOSING."
002870         SET WS-NO-PRIOR TO TRUE
002880         GO TO 3000-EXIT
002890     END-IF.
002900     PERFORM 3200-SUM-ONE-PRIOR THRU 3200-EXIT
002910         UNTIL WS-EOF.
002920     CLOSE PRIOR-SNAPSHOT.
002930 3000-EXIT.
002940     EXIT.
002950 3100-CHECK-ONE-CONTROL.
002960     READ BACKUP-CONTROL
002970         AT END
002980             SET WS-EOF TO TRUE
002990             GO TO 3100-EXIT
003000     END-READ.
003010     IF BAK-FILE-NAME = "ACCTBAL"
003020      AND BAK-DATE IS NUMERIC
003030      AND BAK-DATE < WS-BUSINESS-DATE
003040      AND BAK-DATE > WS-PRIOR-DATE
003050         MOVE BAK-DATE      TO WS-PRIOR-DATE
003060         MOVE BAK-SNAP-PATH TO WS-SNAP-PATH
003070         SET WS-PRIOR-FOUND TO TRUE
003080     END-IF.
003090 3100-EXIT.
003100     EXIT.
003110 3200-SUM-ONE-PRIOR.
003120     READ PRIOR-SNAPSHOT
003130         AT END
003140             SET WS-EOF TO TRUE
003150             GO TO 3200-EXIT
003160     END-READ.
003170     ADD BAL-CLOSING OF PRIOR-BAL-REC TO WS-PRIOR-CLOSING.
003180 3200-EXIT.
003190     EXIT.
003200*----------------------------------------------------------*
003210* 4000-LIST-BALANCES -- ONE LINE PER BALANCE, ROLLING THE    *
003220*                 COLUMN TOTALS.  EACH ROW MUST FOOT         *
003230*                 (OPENING + DEBITS - CREDITS = CLOSING) AND *
003240*                 CARRY TODAY'S DATE.                        *
003250*----------------------------------------------------------*
003260 4000-LIST-BALANCES.
003270     SET WS-NOT-EOF TO TRUE.
003280     OPEN INPUT BALANCE-MASTER.
003290     IF WS-BAL-STATUS NOT = "00"
003300         DISPLAY "BALANCE-VERIFICATION: BALANCE MASTER "
003310                 "(ACCTBAL) NOT FOUND."
003320         SET WS-PROOF-BROKEN TO TRUE
003330         GO TO 4000-EXIT
003340     END-IF.
003350     PERFORM 4100-LIST-ONE-BALANCE THRU 4100-EXIT
003360         UNTIL WS-EOF.
003370     CLOSE BALANCE-MASTER.
003380     IF WS-LINE-CNT >= WS-MAX-LINES
003390         PERFORM 4500-PRINT-HEADINGS THRU 4500-EXIT
003400     END-IF.
003410     MOVE WS-TOT-OPENING TO TL-OPENING.
003420     MOVE WS-TOT-DEBITS  TO TL-DEBITS.
003430     MOVE WS-TOT-CREDITS TO TL-CREDITS.
003440     MOVE WS-TOT-CLOSING TO TL-CLOSING.
003450     WRITE PRINT-LINE FROM SEPARATOR-LINE.
003460     WRITE PRINT-LINE FROM TOTAL-LINE.
003470 4000-EXIT.
003480     EXIT.
003490 4100-LIST-ONE-BALANCE.
003500     READ BALANCE-MASTER
003510         AT END
003520             SET WS-EOF TO TRUE
003530             GO TO 4100-EXIT
003540     END-READ.
003550     IF WS-LINE-CNT >= WS-MAX-LINES
003560         PERFORM 4500-PRINT-HEADINGS THRU 4500-EXIT
003570     END-IF.
003580     ADD 1 TO WS-BAL-COUNT.
003590     ADD BAL-OPENING OF BALANCE-RECORD     TO WS-TOT-OPENING.
003600     ADD BAL-DAY-DEBITS OF BALANCE-RECORD  TO WS-TOT-DEBITS.
003610     ADD BAL-DAY-CREDITS OF BALANCE-RECORD TO WS-TOT-CREDITS.
003620     ADD BAL-CLOSING OF BALANCE-RECORD     TO WS-TOT-CLOSING.
003630     MOVE SPACES TO DL-FLAG.
003640     COMPUTE WS-ROW-CLOSING =
003650         BAL-OPENING OF BALANCE-RECORD
003660         + BAL-DAY-DEBITS OF BALANCE-RECORD
003670         - BAL-DAY-CREDITS OF BALANCE-RECORD.
003680     IF WS-ROW-CLOSING NOT = BAL-CLOSING OF BALANCE-RECORD
003690         ADD 1 TO WS-ROW-BREAKS
003700         MOVE "ERR" TO DL-FLAG
003710     END-IF.
003720     IF BAL-BUSINESS-DATE OF BALANCE-RECORD
003730          NOT = WS-BUSINESS-DATE
003740         ADD 1 TO WS-STALE-ROWS
003750         MOVE "OLD" TO DL-FLAG
003760     END-IF.
003770     IF BAL-CLOSING OF BALANCE-RECORD < ZERO
003780      AND DL-FLAG = SPACES
003790         MOVE "NEG" TO DL-FLAG
003800     END-IF.
003810     IF BAL-ACCOUNT OF BALANCE-RECORD = SPACES
003820         MOVE "(HOUSE)" TO DL-ACCOUNT
003830     ELSE
003840         MOVE BAL-ACCOUNT OF BALANCE-RECORD TO DL-ACCOUNT
003850     END-IF.
003860     MOVE BAL-CURRENCY OF BALANCE-RECORD    TO DL-CURRENCY.
003870     MOVE BAL-OPENING OF BALANCE-RECORD     TO DL-OPENING.
003880     MOVE BAL-DAY-DEBITS OF BALANCE-RECORD  TO DL-DEBITS.
003890     MOVE BAL-DAY-CREDITS OF BALANCE-RECORD TO DL-CREDITS.
003900     MOVE BAL-CLOSING OF BALANCE-RECORD     TO DL-CLOSING.
003910     WRITE PRINT-LINE FROM DETAIL-LINE.
003920     ADD 1 TO WS-LINE-CNT.
003930 4100-EXIT.
003940     EXIT.
003950*----------------------------------------------------------*
003960* 4500-PRINT-HEADINGS -- START A NEW TRIAL BALANCE PAGE      *
003970*----------------------------------------------------------*
003980 4500-PRINT-HEADINGS.
003990     MOVE WS-BUSINESS-DATE TO HL1-DATE.
004000     MOVE WS-PAGE-NO TO HL1-PAGE.
004010     WRITE PRINT-LINE FROM HEADING-LINE-1.
004020     WRITE PRINT-LINE FROM HEADING-LINE-2.
004030     WRITE PRINT-LINE FROM SEPARATOR-LINE.
004040     ADD 1 TO WS-PAGE-NO.
004050     MOVE ZERO TO WS-LINE-CNT.
004060 4500-EXIT.
004070     EXIT.
004080*----------------------------------------------------------*
004090* 5000-PRINT-PROOF -- YESTERDAY'S CLOSING PLUS THE DAY'S     *
004100*                 POSTED RESULTS MUST EQUAL TODAY'S CLOSING, *
004110*                 THE OPENING MUST EQUAL YESTERDAY'S         *
004120*                 CLOSING, THE MASTER'S DEBITS LESS CREDITS  *
004130*                 MUST EQUAL ALLOUT, AND NO ROW MAY FAIL TO  *
004140*                 FOOT OR BE LEFT ON AN EARLIER DATE         *
004150*----------------------------------------------------------*
004160 5000-PRINT-PROOF.
004170     IF WS-NO-PRIOR
004180         MOVE WS-TOT-OPENING TO WS-PRIOR-CLOSING
004190     END-IF.
004200     COMPUTE WS-EXPECTED-CLOSING =
004210         WS-PRIOR-CLOSING + WS-POSTED-NET.
004220     COMPUTE WS-MASTER-NET = WS-TOT-DEBITS - WS-TOT-CREDITS.
004230     IF WS-TOT-OPENING NOT = WS-PRIOR-CLOSING
004240      OR WS-MASTER-NET NOT = WS-POSTED-NET
004250      OR WS-TOT-CLOSING NOT = WS-EXPECTED-CLOSING
004260      OR WS-ROW-BREAKS > ZERO
004270      OR WS-STALE-ROWS > ZERO
004280         SET WS-PROOF-BROKEN TO TRUE
004290     END-IF.
004300     MOVE WS-BUSINESS-DATE TO PH-DATE.
004310     MOVE SPACES TO PRINT-LINE.
004320     WRITE PRINT-LINE.
004330     WRITE PRINT-LINE FROM PROOF-HEADING.
004340     WRITE PRINT-LINE FROM SEPARATOR-LINE.
004350     MOVE "YESTERDAY'S CLOSING" TO PL-CAPTION.
004360     MOVE WS-PRIOR-CLOSING TO PL-AMOUNT.
004370     IF WS-PRIOR-FOUND
004380         MOVE SPACES TO PL-NOTE
004390         STRING "SNAPSHOT " DELIMITED BY SIZE
004400                WS-PRIOR-DATE DELIMITED BY SIZE
004410             INTO PL-NOTE
004420     ELSE
004430         MOVE "NO PRIOR SNAPSHOT" TO PL-NOTE
004440     END-IF.
004450     WRITE PRINT-LINE FROM PROOF-LINE.
004460     MOVE SPACES TO PL-NOTE.
004470     MOVE "TOTAL OPENING BALANCES" TO PL-CAPTION.
004480     MOVE WS-TOT-OPENING TO PL-AMOUNT.
004490     WRITE PRINT-LINE FROM PROOF-LINE.
004500     MOVE "DAY'S POSTED RESULTS (ALLOUT)" TO PL-CAPTION.
004510     MOVE WS-POSTED-NET TO PL-AMOUNT.
004520     WRITE PRINT-LINE FROM PROOF-LINE.
004530     MOVE "DAY DEBITS LESS CREDITS (MASTER)" TO PL-CAPTION.
004540     MOVE WS-MASTER-NET TO PL-AMOUNT.
004550     WRITE PRINT-LINE FROM PROOF-LINE.
004560     MOVE "EXPECTED CLOSING" TO PL-CAPTION.
004570     MOVE WS-EXPECTED-CLOSING TO PL-AMOUNT.
004580     WRITE PRINT-LINE FROM PROOF-LINE.
004590     MOVE "TOTAL CLOSING BALANCES" TO PL-CAPTION.
004600     MOVE WS-TOT-CLOSING TO PL-AMOUNT.
004610     WRITE PRINT-LINE FROM PROOF-LINE.
004620     MOVE "RESULTS POSTED (ALLOUT)" TO PCL-CAPTION.
004630     MOVE WS-POSTED-COUNT TO PCL-COUNT.
004640     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
004650     MOVE "BALANCES ON THE MASTER" TO PCL-CAPTION.
004660     MOVE WS-BAL-COUNT TO PCL-COUNT.
004670     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
004680     MOVE "BALANCES THAT DO NOT FOOT" TO PCL-CAPTION.
004690     MOVE WS-ROW-BREAKS TO PCL-COUNT.
004700     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
004710     MOVE "BALANCES NOT POSTED FOR THE DATE" TO PCL-CAPTION.
004720     MOVE WS-STALE-ROWS TO PCL-COUNT.
004730     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
004740     WRITE PRINT-LINE FROM SEPARATOR-LINE.
004750     IF WS-PROOF-HOLDS
004760         MOVE "TRIAL BALANCE PROVES - CLOSING = PRIOR + POSTED"
004770             TO PROOF-RESULT-LINE
004780     ELSE
004790         MOVE "*** TRIAL BALANCE DOES NOT PROVE - INVESTIGATE ***"
004800             TO PROOF-RESULT-LINE
004810     END-IF.
004820     WRITE PRINT-LINE FROM PROOF-RESULT-LINE.
004830 5000-EXIT.
004840     EXIT.
004850*----------------------------------------------------------*
004860* 6000-LIST-NEGATIVES -- SECOND PASS OVER THE MASTER: EVERY  *
004870*                 ACCOUNT THAT CLOSED BELOW ZERO, MARKED     *
004880*                 WHERE IT OPENED THE DAY AT OR ABOVE ZERO   *
004890*----------------------------------------------------------*
004900 6000-LIST-NEGATIVES.
004910     MOVE WS-BUSINESS-DATE TO NH1-DATE.
004920     MOVE SPACES TO PRINT-LINE.
004930     WRITE PRINT-LINE.
004940     WRITE PRINT-LINE FROM NEG-HEADING-1.
004950     WRITE PRINT-LINE FROM NEG-HEADING-2.
004960     WRITE PRINT-LINE FROM SEPARATOR-LINE.
004970     SET WS-NOT-EOF TO TRUE.
004980     OPEN INPUT BALANCE-MASTER.
004990     IF WS-BAL-STATUS NOT = "00"
005000         GO TO 6000-PRINT-NONE
005010     END-IF.
005020     PERFORM 6100-CHECK-ONE-NEGATIVE THRU 6100-EXIT
005030         UNTIL WS-EOF.
005040     CLOSE BALANCE-MASTER.
005050 6000-PRINT-NONE.
005060     IF WS-NEG-COUNT = ZERO
005070         WRITE PRINT-LINE FROM NEG-NONE-LINE
005080     END-IF.
005090 6000-EXIT.
005100     EXIT.
005110 6100-CHECK-ONE-NEGATIVE.
005120     READ BALANCE-MASTER
005130         AT END
005140             SET WS-EOF TO TRUE
005150             GO TO 6100-EXIT
005160     END-READ.
005170     IF BAL-CLOSING OF BALANCE-RECORD NOT < ZERO
005180         GO TO 6100-EXIT
005190     END-IF.
005200     ADD 1 TO WS-NEG-COUNT.
005210     IF BAL-ACCOUNT OF BALANCE-RECORD = SPACES
005220         MOVE "(HOUSE)" TO NL-ACCOUNT
005230     ELSE
005240         MOVE BAL-ACCOUNT OF BALANCE-RECORD TO NL-ACCOUNT
005250     END-IF.
005260     MOVE BAL-CURRENCY OF BALANCE-RECORD TO NL-CURRENCY.
005270     MOVE BAL-OPENING OF BALANCE-RECORD  TO NL-OPENING.
005280     MOVE BAL-CLOSING OF BALANCE-RECORD  TO NL-CLOSING.
005290     IF BAL-OPENING OF BALANCE-RECORD NOT < ZERO
005300         MOVE "TODAY" TO NL-TODAY
005310     ELSE
005320         MOVE SPACES TO NL-TODAY
005330     END-IF.
005340     WRITE PRINT-LINE FROM NEG-LINE.
005350 6100-EXIT.
005360     EXIT.
005370*----------------------------------------------------------*
005380* 9000-TERMINATE -- CLOSE THE REPORT, SET THE CONDITION CODE *
005390*----------------------------------------------------------*
005400 9000-TERMINATE.
005410     CLOSE REPORT-OUT.
005420     IF WS-PROOF-BROKEN
005430         DISPLAY "BALANCE-VERIFICATION: TRIAL BALANCE DOES NOT "
005440                 "PROVE FOR " WS-BUSINESS-DATE
005450                 " - ENDING WITH CONDITION CODE 8."
005460         MOVE 8 TO RETURN-CODE
005470     ELSE
005480         DISPLAY "BALANCE-VERIFICATION: TRIAL BALANCE PROVES FOR "
005490                 WS-BUSINESS-DATE " - " WS-BAL-COUNT
005500                 " BALANCE(S), " WS-NEG-COUNT " NEGATIVE."
005510     END-IF.
005520 9000-EXIT.
005530     EXIT.
