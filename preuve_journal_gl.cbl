000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PREUVE-JOURNAL-GL.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  GL JOURNAL PROOF, RUN       *
000110*                 BETWEEN THE LAST STEP THAT WRITES GLOUT   *
000120*                 AND THE GL SUMMARIZATION/TRANSMISSION.    *
000130*                 THE FEED IS A BALANCED JOURNAL - EVERY    *
000140*                 POSTING LEG HAS A CONTRA LEG TO THE       *
000150*                 CLEARING GL CODE - SO FOR EVERY DATE ON   *
000160*                 GLOUT THE DEBITS MUST EQUAL THE CREDITS   *
000170*                 AND THE CONTRA LEGS MUST MATCH THE        *
000180*                 POSTING LEGS ONE FOR ONE.  ONE LINE PER   *
000190*                 DATE ON GLPROOF.  A BREAK ON A DATE AT OR *
000200*                 AFTER GLPROOFFROM (DEFAULT THE BUSINESS   *
000210*                 DATE), OR A GL RECORD THAT CANNOT BE      *
000220*                 READ, ENDS THE RUN WITH CONDITION CODE 8  *
000230*                 SO NOTHING IS TRANSMITTED.  EARLIER DATES *
000240*                 ARE LISTED BUT NOT HELD AGAINST THE RUN - *
000250*                 THEY WERE TRANSMITTED ON THEIR OWN NIGHT. *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT GL-INTERFACE     ASSIGN TO GLOUT
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-GL-STATUS.
000330     SELECT REPORT-OUT       ASSIGN TO GLPROOF
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350 DATA DIVISION.
000360 FILE SECTION.
000370*----------------------------------------------------------*
000380* GL-INTERFACE -- THE CUMULATIVE GL FEED                    *
000390*----------------------------------------------------------*
000400 FD  GL-INTERFACE.
000410     COPY GLREC.
000420*----------------------------------------------------------*
000430* REPORT-OUT -- THE PRINTED JOURNAL PROOF                   *
000440*----------------------------------------------------------*
000450 FD  REPORT-OUT.
000460 01  PRINT-LINE                  PIC X(80).
000470 WORKING-STORAGE SECTION.
000480*----------------------------------------------------------*
000490* SWITCHES AND STATUS FIELDS                                *
000500*----------------------------------------------------------*
000510 01  WS-GL-STATUS                PIC X(02).
000520 01  WS-EOF-SW                   PIC X(01).
000530     88  WS-EOF                        VALUE "Y".
000540     88  WS-NOT-EOF                    VALUE "N".
000550 01  WS-PROOF-SW                 PIC X(01) VALUE "Y".
000560     88  WS-PROOF-HOLDS                VALUE "Y".
000570     88  WS-PROOF-BROKEN               VALUE "N".
000580 01  WS-DATE-BAL-SW              PIC X(01).
000590     88  WS-DATE-BALANCED              VALUE "Y".
000600     88  WS-DATE-UNBALANCED            VALUE "N".
000610*----------------------------------------------------------*
000620* BUSINESS DATE AND THE FIRST DATE HELD TO THE PROOF        *
000630*----------------------------------------------------------*
000640 01  WS-BUSDATE-BUFFER           PIC X(08).
000650 01  WS-BUSINESS-DATE            PIC 9(08).
000660 01  WS-FROM-BUFFER              PIC X(08).
000670 01  WS-PROOF-FROM               PIC 9(08).
000680*----------------------------------------------------------*
000690* CONTROL TOTALS                                            *
000700*----------------------------------------------------------*
000710 01  WS-READ-COUNT               PIC 9(7) COMP VALUE ZERO.
000720 01  WS-INVALID-COUNT            PIC 9(7) COMP VALUE ZERO.
000730 01  WS-PROVED-DATES             PIC 9(5) COMP VALUE ZERO.
000740 01  WS-BROKEN-DATES             PIC 9(5) COMP VALUE ZERO.
000750 01  WS-PRIOR-DATES              PIC 9(5) COMP VALUE ZERO.
000760 01  WS-PRIOR-BREAKS             PIC 9(5) COMP VALUE ZERO.
000770 01  WS-TOT-POSTINGS             PIC 9(7) COMP VALUE ZERO.
000780 01  WS-TOT-CONTRAS              PIC 9(7) COMP VALUE ZERO.
000790 01  WS-TOT-DEBITS               PIC S9(13)V9(02) COMP-3
000800                                 VALUE ZERO.
000810 01  WS-TOT-CREDITS              PIC S9(13)V9(02) COMP-3
000820                                 VALUE ZERO.
000830 01  WS-DIFFERENCE               PIC S9(13)V9(02) COMP-3.
000840*----------------------------------------------------------*
000850* DATE TABLE -- ONE SLOT PER GL-TRAN-DATE, KEPT IN DATE     *
000860* ORDER AS THE DATES ARE FIRST SEEN                         *
000870*----------------------------------------------------------*
000880 01  WS-DATE-COUNT               PIC 9(04) COMP VALUE ZERO.
000890 01  WS-DATE-MAX                 PIC 9(04) COMP VALUE 1000.
000900 01  WS-DATE-SUB                 PIC 9(04) COMP.
000910 01  WS-DATE-HIT                 PIC 9(04) COMP.
000920 01  WS-DATE-TABLE.
000930     05  WS-DATE-ENTRY OCCURS 1000 TIMES.
000940         10  WS-DT-DATE          PIC 9(08).
000950         10  WS-DT-POSTINGS      PIC 9(7) COMP.
000960         10  WS-DT-CONTRAS       PIC 9(7) COMP.
000970         10  WS-DT-DEBITS        PIC S9(13)V9(02) COMP-3.
000980         10  WS-DT-CREDITS       PIC S9(13)V9(02) COMP-3.
000990*----------------------------------------------------------*
001000* PAGE CONTROL                                              *
001010*----------------------------------------------------------*
001020 01  WS-PAGE-NO                  PIC 9(3) COMP VALUE 1.
001030 01  WS-LINE-CNT                 PIC 9(3) COMP VALUE 99.
001040 01  WS-MAX-LINES                PIC 9(3) COMP VALUE 50.
001050*----------------------------------------------------------*
001060* REPORT LINE LAYOUTS                                       *
001070*----------------------------------------------------------*
001080 01  SEPARATOR-LINE              PIC X(78) VALUE ALL "-".
001090 01  HEADING-LINE-1.
001100     05  FILLER                  PIC X(21)
001110                                 VALUE "GL JOURNAL PROOF FOR ".
001120     05  HL1-DATE                PIC 9(08).
001130     05  FILLER                  PIC X(37) VALUE SPACES.
001140     05  FILLER                  PIC X(05) VALUE "PAGE ".
001150     05  HL1-PAGE                PIC ZZ9.
001160 01  HEADING-LINE-2.
001170     05  FILLER                  PIC X(24)
001180                                 VALUE "DATES HELD TO THE PROOF:".
001190     05  FILLER                  PIC X(06) VALUE " FROM ".
001200     05  HL2-FROM                PIC 9(08).
001210 01  HEADING-LINE-3.
001220     05  FILLER                  PIC X(10) VALUE "TRAN DATE".
001230     05  FILLER                  PIC X(10) VALUE "  POSTINGS".
001240     05  FILLER                  PIC X(10) VALUE "   CONTRAS".
001250     05  FILLER                  PIC X(19)
001260                                 VALUE "       TOTAL DEBITS".
001270     05  FILLER                  PIC X(19)
001280                                 VALUE "      TOTAL CREDITS".
001290     05  FILLER                  PIC X(10) VALUE "  STATUS".
001300 01  DETAIL-LINE.
001310     05  DL-DATE                 PIC 9(08).
001320     05  FILLER                  PIC X(03) VALUE SPACES.
001330     05  DL-POSTINGS             PIC ZZZ,ZZ9.
001340     05  FILLER                  PIC X(03) VALUE SPACES.
001350     05  DL-CONTRAS              PIC ZZZ,ZZ9.
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  DL-DEBITS               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  DL-CREDITS              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001400     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  DL-STATUS               PIC X(10).
001420 01  DIFFERENCE-LINE.
001430     05  FILLER                  PIC X(11) VALUE SPACES.
001440     05  FILLER                  PIC X(25)
001450                                 VALUE "DIFFERENCE (DR LESS CR):".
001460     05  DFL-AMOUNT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001470 01  TOTAL-LINE.
001480     05  FILLER                  PIC X(11) VALUE "PROVED".
001490     05  TL-POSTINGS             PIC ZZZ,ZZ9.
001500     05  FILLER                  PIC X(03) VALUE SPACES.
001510     05  TL-CONTRAS              PIC ZZZ,ZZ9.
001520     05  FILLER                  PIC X(02) VALUE SPACES.
001530     05  TL-DEBITS               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  TL-CREDITS              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001560 01  NONE-LINE                   PIC X(40) VALUE
001570     "NO GL RECORDS ON FILE".
001580 01  PROOF-HEADING.
001590     05  FILLER                  PIC X(21)
001600                                 VALUE "JOURNAL PROOF SUMMARY".
001610     05  FILLER                  PIC X(05) VALUE " FOR ".
001620     05  PH-DATE                 PIC 9(08).
001630 01  PROOF-COUNT-LINE.
001640     05  PCL-CAPTION             PIC X(44).
001650     05  PCL-COUNT               PIC ZZZ,ZZ9.
001660 01  PROOF-RESULT-LINE           PIC X(60).
001670 PROCEDURE DIVISION.
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001700     PERFORM 2000-ACCUMULATE THRU 2000-EXIT
001710         UNTIL WS-EOF.
001720     PERFORM 3000-LIST-DATES THRU 3000-EXIT.
001730     PERFORM 5000-PRINT-PROOF THRU 5000-EXIT.
001740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001750     STOP RUN.
001760*----------------------------------------------------------*
001770* 1000-INITIALIZE -- BUSINESS DATE, FIRST DATE PROVED, AND  *
001780*                 OPEN THE FILES                            *
001790*----------------------------------------------------------*
001800 1000-INITIALIZE.
001810     SET WS-NOT-EOF TO TRUE.
001820     ACCEPT WS-BUSDATE-BUFFER FROM ENVIRONMENT "BUSDATE".
001830     IF WS-BUSDATE-BUFFER IS NUMERIC
001840         MOVE WS-BUSDATE-BUFFER TO WS-BUSINESS-DATE
001850     ELSE
001860         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
001870     END-IF.
001880     ACCEPT WS-FROM-BUFFER FROM ENVIRONMENT "GLPROOFFROM".
001890     IF WS-FROM-BUFFER IS NUMERIC
001900         MOVE WS-FROM-BUFFER TO WS-PROOF-FROM
001910     ELSE
001920         MOVE WS-BUSINESS-DATE TO WS-PROOF-FROM
001930     END-IF.
001940     OPEN OUTPUT REPORT-OUT.
001950     OPEN INPUT GL-INTERFACE.
001960     IF WS-GL-STATUS NOT = "00"
001970         DISPLAY "PREUVE-JOURNAL-GL: NO GL FEED (GLOUT) - "
001980                 "NOTHING TO PROVE."
001990         SET WS-EOF TO TRUE
002000         GO TO 1000-EXIT
002010     END-IF.
002020     PERFORM 2100-READ-GL THRU 2100-EXIT.
002030 1000-EXIT.
002040     EXIT.
002050*----------------------------------------------------------*
002060* 2000-ACCUMULATE -- ADD ONE GL RECORD TO ITS DATE'S SLOT   *
002070*                 BY LEG AND SIDE.  A RECORD WITH NO VALID  *
002080*                 DATE, SIDE, LEG OR AMOUNT CANNOT BE       *
002090*                 PROVED AND BREAKS THE PROOF ON ITS OWN    *
002100*----------------------------------------------------------*
002110 2000-ACCUMULATE.
002120     ADD 1 TO WS-READ-COUNT.
002130     IF GL-TRAN-DATE NOT NUMERIC
002140         PERFORM 2800-REPORT-INVALID THRU 2800-EXIT
002150         GO TO 2000-NEXT
002160     END-IF.
002170     IF (NOT GL-DEBIT AND NOT GL-CREDIT)
002180      OR (NOT GL-POSTING-LEG AND NOT GL-CONTRA-LEG)
002190      OR GL-AMOUNT NOT NUMERIC
002200         IF GL-TRAN-DATE NOT < WS-PROOF-FROM
002210             PERFORM 2800-REPORT-INVALID THRU 2800-EXIT
002220         END-IF
002230         GO TO 2000-NEXT
002240     END-IF.
002250     PERFORM 2500-FIND-DATE THRU 2500-EXIT.
002260     IF WS-DATE-HIT = ZERO
002270         GO TO 2000-NEXT
002280     END-IF.
002290     IF GL-CONTRA-LEG
002300         ADD 1 TO WS-DT-CONTRAS(WS-DATE-HIT)
002310     ELSE
002320         ADD 1 TO WS-DT-POSTINGS(WS-DATE-HIT)
002330     END-IF.
002340     IF GL-DEBIT
002350         ADD GL-AMOUNT TO WS-DT-DEBITS(WS-DATE-HIT)
002360     ELSE
002370         ADD GL-AMOUNT TO WS-DT-CREDITS(WS-DATE-HIT)
002380     END-IF.
002390 2000-NEXT.
002400     PERFORM 2100-READ-GL THRU 2100-EXIT.
002410 2000-EXIT.
002420     EXIT.
002430*----------------------------------------------------------*
002440* 2100-READ-GL -- READ ONE GL RECORD                        *
002450*----------------------------------------------------------*
002460 2100-READ-GL.
002470     READ GL-INTERFACE
002480         AT END SET WS-EOF TO TRUE
002490     END-READ.
002500 2100-EXIT.
002510     EXIT.
002520*----------------------------------------------------------*
002530* 2500-FIND-DATE -- THE SLOT FOR THE CURRENT RECORD'S DATE, *
002540*                 OPENED IN DATE ORDER ON FIRST SIGHT       *
002550*----------------------------------------------------------*
002560 2500-FIND-DATE.
002570     MOVE ZERO TO WS-DATE-HIT.
002580     PERFORM 2550-SCAN-DATES THRU 2550-EXIT
002590         VARYING WS-DATE-SUB FROM 1 BY 1
002600         UNTIL WS-DATE-SUB > WS-DATE-COUNT
002610            OR WS-DATE-HIT > ZERO.
002620     IF WS-DATE-HIT > ZERO
002630         GO TO 2500-EXIT
002640     END-IF.
002650     IF WS-DATE-COUNT >= WS-DATE-MAX
002660         DISPLAY "PREUVE-JOURNAL-GL: DATE TABLE FULL - "
002670                 GL-TRAN-DATE " NOT PROVED."
002680         IF GL-TRAN-DATE NOT < WS-PROOF-FROM
002690             SET WS-PROOF-BROKEN TO TRUE
002700         END-IF
002710         GO TO 2500-EXIT
002720     END-IF.
002730     MOVE WS-DATE-COUNT TO WS-DATE-SUB.
002740     PERFORM 2600-SHIFT-DATE-UP THRU 2600-EXIT
002750         UNTIL WS-DATE-SUB = ZERO
002760            OR WS-DT-DATE(WS-DATE-SUB) < GL-TRAN-DATE.
002770     ADD 1 TO WS-DATE-COUNT.
002780     COMPUTE WS-DATE-HIT = WS-DATE-SUB + 1.
002790     MOVE GL-TRAN-DATE TO WS-DT-DATE(WS-DATE-HIT).
002800     MOVE ZERO TO WS-DT-POSTINGS(WS-DATE-HIT).
002810     MOVE ZERO TO WS-DT-CONTRAS(WS-DATE-HIT).
002820     MOVE ZERO TO WS-DT-DEBITS(WS-DATE-HIT).
002830     MOVE ZERO TO WS-DT-CREDITS(WS-DATE-HIT).
002840 2500-EXIT.
002850     EXIT.
002860 2550-SCAN-DATES.
002870     IF WS-DT-DATE(WS-DATE-SUB) = GL-TRAN-DATE
002880         MOVE WS-DATE-SUB TO WS-DATE-HIT
002890     END-IF.
002900 2550-EXIT.
002910     EXIT.
002920*----------------------------------------------------------*
002930* 2600-SHIFT-DATE-UP -- MOVE ONE LATER SLOT UP A PLACE TO   *
002940*                 MAKE ROOM FOR AN EARLIER DATE             *
002950*----------------------------------------------------------*
002960 2600-SHIFT-DATE-UP.
002970     MOVE WS-DATE-ENTRY(WS-DATE-SUB)
002980         TO WS-DATE-ENTRY(WS-DATE-SUB + 1).
002990     SUBTRACT 1 FROM WS-DATE-SUB.
003000 2600-EXIT.
003010     EXIT.
003020*----------------------------------------------------------*
003030* 2800-REPORT-INVALID -- COUNT AND NAME A GL RECORD THAT    *
003040*                 CANNOT BE PROVED                          *
003050*----------------------------------------------------------*
003060 2800-REPORT-INVALID.
003070     ADD 1 TO WS-INVALID-COUNT.
003080     SET WS-PROOF-BROKEN TO TRUE.
003090     DISPLAY "PREUVE-JOURNAL-GL: GL RECORD " GL-TRAN-ID
003100             " DATED " GL-TRAN-DATE " CANNOT BE PROVED - "
003110             "SIDE, LEG OR AMOUNT INVALID.".
003120 2800-EXIT.
003130     EXIT.
003140*----------------------------------------------------------*
003150* 3000-LIST-DATES -- ONE LINE PER DATE: DEBITS MUST EQUAL   *
003160*                 CREDITS AND THERE MUST BE ONE CONTRA LEG  *
003170*                 PER POSTING LEG                           *
003180*----------------------------------------------------------*
003190 3000-LIST-DATES.
003200     IF WS-GL-STATUS = "00" OR WS-GL-STATUS = "10"
003210         CLOSE GL-INTERFACE
003220     END-IF.
003230     PERFORM 3500-PRINT-HEADINGS THRU 3500-EXIT.
003240     IF WS-DATE-COUNT = ZERO
003250         WRITE PRINT-LINE FROM NONE-LINE
003260         GO TO 3000-EXIT
003270     END-IF.
003280     PERFORM 3100-LIST-ONE-DATE THRU 3100-EXIT
003290         VARYING WS-DATE-SUB FROM 1 BY 1
003300         UNTIL WS-DATE-SUB > WS-DATE-COUNT.
003310     MOVE WS-TOT-POSTINGS TO TL-POSTINGS.
003320     MOVE WS-TOT-CONTRAS  TO TL-CONTRAS.
003330     MOVE WS-TOT-DEBITS   TO TL-DEBITS.
003340     MOVE WS-TOT-CREDITS  TO TL-CREDITS.
003350     WRITE PRINT-LINE FROM SEPARATOR-LINE.
003360     WRITE PRINT-LINE FROM TOTAL-LINE.
003370 3000-EXIT.
003380     EXIT.
003390 3100-LIST-ONE-DATE.
003400     IF WS-LINE-CNT >= WS-MAX-LINES
003410         PERFORM 3500-PRINT-HEADINGS THRU 3500-EXIT
003420     END-IF.
003430     SET WS-DATE-BALANCED TO TRUE.
003440     IF WS-DT-DEBITS(WS-DATE-SUB) NOT = WS-DT-CREDITS(WS-DATE-SUB)
003450      OR WS-DT-POSTINGS(WS-DATE-SUB)
003460          NOT = WS-DT-CONTRAS(WS-DATE-SUB)
003470         SET WS-DATE-UNBALANCED TO TRUE
003480     END-IF.
003490     IF WS-DT-DATE(WS-DATE-SUB) < WS-PROOF-FROM
003500         ADD 1 TO WS-PRIOR-DATES
003510     ELSE
003520         ADD 1 TO WS-PROVED-DATES
003530         ADD WS-DT-POSTINGS(WS-DATE-SUB) TO WS-TOT-POSTINGS
003540         ADD WS-DT-CONTRAS(WS-DATE-SUB)  TO WS-TOT-CONTRAS
003550         ADD WS-DT-DEBITS(WS-DATE-SUB)   TO WS-TOT-DEBITS
003560         ADD WS-DT-CREDITS(WS-DATE-SUB)  TO WS-TOT-CREDITS
003570     END-IF.
003580     MOVE WS-DT-DATE(WS-DATE-SUB)     TO DL-DATE.
003590     MOVE WS-DT-POSTINGS(WS-DATE-SUB) TO DL-POSTINGS.
003600     MOVE WS-DT-CONTRAS(WS-DATE-SUB)  TO DL-CONTRAS.
003610     MOVE WS-DT-DEBITS(WS-DATE-SUB)   TO DL-DEBITS.
003620     MOVE WS-DT-CREDITS(WS-DATE-SUB)  TO DL-CREDITS.
003630     EVALUATE TRUE
003640         WHEN WS-DATE-BALANCED
003650             MOVE "BALANCED" TO DL-STATUS
003660         WHEN WS-DT-DATE(WS-DATE-SUB) < WS-PROOF-FROM
003670             ADD 1 TO WS-PRIOR-BREAKS
003680             MOVE "NOT HELD" TO DL-STATUS
003690         WHEN OTHER
003700             ADD 1 TO WS-BROKEN-DATES
003710             SET WS-PROOF-BROKEN TO TRUE
003720             MOVE "*** BREAK" TO DL-STATUS
003730     END-EVALUATE.
003740     WRITE PRINT-LINE FROM DETAIL-LINE.
003750     ADD 1 TO WS-LINE-CNT.
003760     IF WS-DATE-UNBALANCED
003770         COMPUTE WS-DIFFERENCE = WS-DT-DEBITS(WS-DATE-SUB)
003780             - WS-DT-CREDITS(WS-DATE-SUB)
003790         MOVE WS-DIFFERENCE TO DFL-AMOUNT
003800         WRITE PRINT-LINE FROM DIFFERENCE-LINE
003810         ADD 1 TO WS-LINE-CNT
003820     END-IF.
003830 3100-EXIT.
003840     EXIT.
003850*----------------------------------------------------------*
003860* 3500-PRINT-HEADINGS -- START A NEW JOURNAL PROOF PAGE     *
003870*----------------------------------------------------------*
003880 3500-PRINT-HEADINGS.
003890     MOVE WS-BUSINESS-DATE TO HL1-DATE.
003900     MOVE WS-PAGE-NO TO HL1-PAGE.
003910     MOVE WS-PROOF-FROM TO HL2-FROM.
003920     WRITE PRINT-LINE FROM HEADING-LINE-1.
003930     WRITE PRINT-LINE FROM HEADING-LINE-2.
003940     WRITE PRINT-LINE FROM HEADING-LINE-3.
003950     WRITE PRINT-LINE FROM SEPARATOR-LINE.
003960     ADD 1 TO WS-PAGE-NO.
003970     MOVE ZERO TO WS-LINE-CNT.
003980 3500-EXIT.
003990     EXIT.
004000*----------------------------------------------------------*
004010* 5000-PRINT-PROOF -- THE COUNTS BEHIND THE PROOF AND THE   *
004020*                 VERDICT THE JOB STREAM ACTS ON            *
004030*----------------------------------------------------------*
004040 5000-PRINT-PROOF.
004050     MOVE WS-BUSINESS-DATE TO PH-DATE.
004060     MOVE SPACES TO PRINT-LINE.
004070     WRITE PRINT-LINE.
004080     WRITE PRINT-LINE FROM PROOF-HEADING.
004090     WRITE PRINT-LINE FROM SEPARATOR-LINE.
004100     MOVE "GL RECORDS READ" TO PCL-CAPTION.
004110     MOVE WS-READ-COUNT TO PCL-COUNT.
004120     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
004130     MOVE "GL RECORDS THAT CANNOT BE PROVED" TO PCL-CAPTION.
004140     MOVE WS-INVALID-COUNT TO PCL-COUNT.
004150     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
004160     MOVE "DATES PROVED" TO PCL-CAPTION.
004170     MOVE WS-PROVED-DATES TO PCL-COUNT.
004180     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
004190     MOVE "DATES PROVED THAT DO NOT BALANCE" TO PCL-CAPTION.
004200     MOVE WS-BROKEN-DATES TO PCL-COUNT.
004210     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
004220     MOVE "EARLIER DATES LISTED, NOT HELD" TO PCL-CAPTION.
004230     MOVE WS-PRIOR-DATES TO PCL-COUNT.
004240     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
004250     MOVE "EARLIER DATES THAT DO NOT BALANCE" TO PCL-CAPTION.
004260     MOVE WS-PRIOR-BREAKS TO PCL-COUNT.
004270     WRITE PRINT-LINE FROM PROOF-COUNT-LINE.
004280     WRITE PRINT-LINE FROM SEPARATOR-LINE.
004290     IF WS-PROOF-HOLDS
004300         MOVE "GL JOURNAL BALANCES - RELEASED FOR TRANSMISSION"
004310             TO PROOF-RESULT-LINE
004320     ELSE
004330         MOVE "*** GL JOURNAL OUT OF BALANCE - NOT RELEASED ***"
004340             TO PROOF-RESULT-LINE
004350     END-IF.
004360     WRITE PRINT-LINE FROM PROOF-RESULT-LINE.
004370 5000-EXIT.
004380     EXIT.
004390*----------------------------------------------------------*
004400* 9000-TERMINATE -- CLOSE THE REPORT, SET THE CONDITION     *
004410*                 CODE                                      *
004420*----------------------------------------------------------*
004430 9000-TERMINATE.
004440     CLOSE REPORT-OUT.
004450     IF WS-PROOF-BROKEN
004460         DISPLAY "PREUVE-JOURNAL-GL: GL JOURNAL DOES NOT BALANCE "
004470                 "FOR " WS-BUSINESS-DATE
004480                 " - ENDING WITH CONDITION CODE 8."
004490         MOVE 8 TO RETURN-CODE
004500     ELSE
004510         DISPLAY "PREUVE-JOURNAL-GL: GL JOURNAL BALANCES - "
004520                 WS-PROVED-DATES " DATE(S) PROVED, "
004530                 WS-READ-COUNT " GL RECORD(S) READ."
004540     END-IF.
004550 9000-EXIT.
004560     EXIT.
