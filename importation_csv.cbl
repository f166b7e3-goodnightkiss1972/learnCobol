000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. IMPORTATION-CSV.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  DELIMITED-FILE IMPORT       *
000110*                 CONVERTER AT THE FRONT OF THE DAILY       *
000120*                 STREAM.  FOR EVERY ACTIVE SOURCE ON THE   *
000130*                 IMPORT MAP (IMPMAP, COPYBOOK IMPREC) THE  *
000140*                 SOURCE'S DELIMITED FILE IS READ, EACH     *
000150*                 LINE SPLIT ON THE SOURCE'S DELIMITER      *
000160*                 (DOUBLE QUOTES PROTECT A DELIMITER INSIDE *
000170*                 A COLUMN) AND ITS COLUMNS MAPPED ONTO     *
000180*                 TRANREC: DECIMAL-POINT AMOUNTS BECOME     *
000190*                 IMPLIED-DECIMAL 9(5)V9(2), THE DATE IS    *
000200*                 PUT IN YYYYMMDD ORDER AND EACH GOOD LINE  *
000210*                 GETS A FRESH TRAN-ID FROM TRANSEQ.  THE   *
000220*                 CONVERTED RECORDS ARE ADDED TO THE RAW    *
000230*                 INPUT FILE THE SOURCE MASTER NAMES        *
000240*                 (NUMRAW/DECRAW/SGNRAW) UNDER THEIR OWN    *
000250*                 BATCH HEADER CARRYING THE SOURCE ID, WITH *
000260*                 THE TRAILER'S COUNT AND HASH ROLLED       *
000270*                 FORWARD (OR A NEW TRAILER WRITTEN), SO    *
000280*                 SURVEILLANCE-SOURCES AND VALIDATION-LOT   *
000290*                 SEE THE DELIVERY LIKE ANY OTHER.  A LINE  *
000300*                 THAT CANNOT BE CONVERTED IS WRITTEN TO    *
000310*                 EXCPOUT WITH REASON "CONV" AND THE SOURCE *
000320*                 AND LINE NUMBER.  A SOURCE WHOSE HEADER   *
000330*                 IS ALREADY ON THE RAW FILE FOR THE        *
000340*                 BUSINESS DATE IS NOT IMPORTED AGAIN.      *
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
000390     SELECT IMPORT-MAP       ASSIGN TO IMPMAP
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-MAP-STATUS.
000420     SELECT SOURCE-MASTER    ASSIGN TO SRCMAST
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SRC-STATUS.
000450     SELECT DELIMITED-IN     ASSIGN DYNAMIC WS-CSV-PATH
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CSV-STATUS.
000480     SELECT TRAN-SEQ-FILE    ASSIGN TO TRANSEQ
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-SEQ-STATUS.
000510     SELECT TARGET-IN        ASSIGN DYNAMIC WS-TARGET-PATH
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-TARGET-IN-STATUS.
000540     SELECT TARGET-NEW       ASSIGN DYNAMIC WS-TARGET-TEMP-PATH
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-TARGET-NEW-STATUS.
000570     SELECT EXCEPTION-FILE   ASSIGN TO EXCPOUT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-EXCP-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620*----------------------------------------------------------*
000630* IMPORT-MAP -- ONE COLUMN MAP PER DELIMITED SOURCE         *
000640*----------------------------------------------------------*
000650 FD  IMPORT-MAP.
000660     COPY IMPREC.
000670*----------------------------------------------------------*
000680* SOURCE-MASTER -- WHICH RAW INPUT FILE EACH SOURCE FEEDS   *
000690*----------------------------------------------------------*
000700 FD  SOURCE-MASTER.
000710     COPY SRCREC.
000720*----------------------------------------------------------*
000730* DELIMITED-IN -- ONE SOURCE'S DELIMITED FILE               *
000740*----------------------------------------------------------*
000750 FD  DELIMITED-IN.
000760 01  CSV-LINE                    PIC X(256).
000770*----------------------------------------------------------*
000780* TRAN-SEQ-FILE -- THE NEXT TRAN-ID SEQUENCE NUMBER         *
000790*----------------------------------------------------------*
000800 FD  TRAN-SEQ-FILE.
000810     COPY SEQREC.
000840*----------------------------------------------------------*
000850* TARGET-IN / TARGET-NEW -- THE RAW INPUT FILE AND ITS      *
000860*                 REBUILT COPY                              *
000870*----------------------------------------------------------*
000880 FD  TARGET-IN.
000890 01  TARGET-IN-LINE              PIC X(62).
000900 FD  TARGET-NEW.
000910 01  TARGET-NEW-LINE             PIC X(62).
000920*----------------------------------------------------------*
000930* EXCEPTION-FILE -- ONE RECORD PER LINE NOT CONVERTED       *
000940*----------------------------------------------------------*
000950 FD  EXCEPTION-FILE.
000960     COPY EXCPREC.
000970 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------*
000990* SWITCHES AND STATUS FIELDS                                *
001000*----------------------------------------------------------*
001010 01  WS-MAP-STATUS               PIC X(02).
001020 01  WS-SRC-STATUS               PIC X(02).
001030 01  WS-CSV-STATUS               PIC X(02).
001040 01  WS-SEQ-STATUS               PIC X(02).
001050 01  WS-TARGET-IN-STATUS         PIC X(02).
001060 01  WS-TARGET-NEW-STATUS        PIC X(02).
001070 01  WS-EXCP-STATUS              PIC X(02).
001080 01  WS-MAP-EOF-SW               PIC X(01).
001090     88  WS-MAP-EOF                    VALUE "Y".
001100     88  WS-MAP-NOT-EOF                VALUE "N".
001110 01  WS-SRC-EOF-SW               PIC X(01).
001120     88  WS-SRC-EOF                    VALUE "Y".
001130     88  WS-SRC-NOT-EOF                VALUE "N".
001140 01  WS-CSV-EOF-SW               PIC X(01).
001150     88  WS-CSV-EOF                    VALUE "Y".
001160     88  WS-CSV-NOT-EOF                VALUE "N".
001170 01  WS-TARGET-EOF-SW            PIC X(01).
001180     88  WS-TARGET-EOF                 VALUE "Y".
001190     88  WS-TARGET-NOT-EOF             VALUE "N".
001200 01  WS-TRAILER-SW               PIC X(01).
001210     88  WS-HAVE-TRAILER               VALUE "Y".
001220     88  WS-NO-TRAILER                 VALUE "N".
001230 01  WS-HEADER-SW                PIC X(01).
001240     88  WS-HAVE-HEADER                VALUE "Y".
001250     88  WS-NO-HEADER                  VALUE "N".
001260 01  WS-IMPORTED-SW              PIC X(01).
001270     88  WS-ALREADY-IMPORTED           VALUE "Y".
001280     88  WS-NOT-IMPORTED               VALUE "N".
001290 01  WS-LINE-SW                  PIC X(01).
001300     88  WS-LINE-GOOD                  VALUE "Y".
001310     88  WS-LINE-BAD                   VALUE "N".
001320 01  WS-QUOTE-SW                 PIC X(01).
001330     88  WS-IN-QUOTES                  VALUE "Y".
001340     88  WS-NOT-IN-QUOTES              VALUE "N".
001350 01  WS-MAP-OPEN-SW              PIC X(01) VALUE "N".
001360     88  WS-MAP-OPEN                   VALUE "Y".
001370 01  WS-MAP-OK-SW                PIC X(01).
001380     88  WS-MAP-OK                     VALUE "Y".
001390     88  WS-MAP-BAD                    VALUE "N".
001400*----------------------------------------------------------*
001410* BUSINESS DATE AND RUN STAMP                               *
001420*----------------------------------------------------------*
001430 01  WS-BUSINESS-DATE            PIC 9(08).
001440 01  WS-BUSDATE-BUFFER           PIC X(08).
001450 01  WS-CURRENT-DATE             PIC 9(08).
001460 01  WS-CURRENT-TIME             PIC 9(08).
001470*----------------------------------------------------------*
001480* SOURCE MASTER TABLE -- SOURCE ID TO TARGET FILE TAG       *
001490*----------------------------------------------------------*
001500 01  WS-SRC-COUNT                PIC 9(04) COMP VALUE ZERO.
001510 01  WS-SRC-MAX                  PIC 9(04) COMP VALUE 200.
001520 01  WS-SRC-SUB                  PIC 9(04) COMP.
001530 01  WS-SRC-TABLE.
001540     05  WS-SRC-ENTRY OCCURS 200 TIMES.
001550         10  WS-SR-ID            PIC X(08).
001560         10  WS-SR-TARGET        PIC X(01).
001570         10  WS-SR-STATUS        PIC X(01).
001580 01  WS-TARGET-TAG               PIC X(01).
001590 01  WS-TARGET-STATUS            PIC X(01).
001600*----------------------------------------------------------*
001610* FILE PATHS                                                *
001620*----------------------------------------------------------*
001630 01  WS-IMPORT-DIR               PIC X(60).
001640 01  WS-CSV-PATH                 PIC X(104).
001650 01  WS-TARGET-ENV-NAME          PIC X(20).
001660 01  WS-TARGET-PATH              PIC X(60).
001670 01  WS-TARGET-TEMP-PATH         PIC X(64).
001680 01  WS-SWAP-RETURN-CODE         PIC S9(9) COMP-5.
001690*----------------------------------------------------------*
001700* THE MAP IN USE -- DELIMITER AND DECIMAL POINT DEFAULTED   *
001710*----------------------------------------------------------*
001720 01  WS-DELIMITER                PIC X(01).
001730 01  WS-DECIMAL-POINT            PIC X(01).
001740 01  WS-COL-SUB                  PIC 9(02) COMP.
001750*----------------------------------------------------------*
001760* ONE DELIMITED LINE SPLIT INTO ITS COLUMNS                 *
001770*----------------------------------------------------------*
001780 01  WS-LINE-NO                  PIC 9(05).
001790 01  WS-LINE-LEN                 PIC 9(03) COMP.
001800 01  WS-CHAR-POS                 PIC 9(03) COMP.
001810 01  WS-CHAR                     PIC X(01).
001820 01  WS-FIELD-COUNT              PIC 9(02) COMP.
001830 01  WS-FIELD-MAX                PIC 9(02) COMP VALUE 20.
001840 01  WS-FIELD-LEN                PIC 9(03) COMP.
001850 01  WS-LONG-FIELD-SW            PIC X(01).
001860     88  WS-LONG-FIELD                 VALUE "Y".
001870     88  WS-NO-LONG-FIELD              VALUE "N".
001880 01  WS-FIELD-TABLE.
001890     05  WS-FIELD OCCURS 20 TIMES
001900                                 PIC X(30).
001910*----------------------------------------------------------*
001920* COLUMN CONVERSION WORK AREAS                              *
001930*----------------------------------------------------------*
001940 01  WS-WORK-FIELD               PIC X(30).
001950 01  WS-WORK-POS                 PIC 9(02) COMP.
001960 01  WS-JUSTIFY-FIELD            PIC X(30).
001970 01  WS-DIGIT-CHAR               PIC X(01).
001980 01  WS-DIGIT REDEFINES WS-DIGIT-CHAR
001990                                 PIC 9(01).
002000 01  WS-AMT-SW                   PIC X(01).
002010     88  WS-AMT-OK                     VALUE "Y".
002020     88  WS-AMT-BAD                    VALUE "N".
002030 01  WS-AMT-SIGN-SW              PIC X(01).
002040     88  WS-AMT-NEGATIVE               VALUE "-".
002050     88  WS-AMT-POSITIVE               VALUE "+".
002060     88  WS-AMT-UNSIGNED               VALUE SPACE.
002070 01  WS-AMT-POINT-SW             PIC X(01).
002080     88  WS-AMT-POINT-SEEN             VALUE "Y".
002090     88  WS-AMT-NO-POINT               VALUE "N".
002100 01  WS-AMT-END-SW               PIC X(01).
002110     88  WS-AMT-ENDED                  VALUE "Y".
002120     88  WS-AMT-NOT-ENDED              VALUE "N".
002130 01  WS-AMT-DIGITS               PIC 9(02) COMP.
002140 01  WS-AMT-DEC-DIGITS           PIC 9(02) COMP.
002150 01  WS-AMT-INT-PART             PIC 9(06) COMP.
002160 01  WS-AMT-DEC-PART             PIC 9(02) COMP.
002170 01  WS-AMT-VALUE                PIC 9(5)V9(2).
002180 01  WS-NUM1-NEGATIVE-SW         PIC X(01).
002190     88  WS-NUM1-NEGATIVE              VALUE "Y".
002200 01  WS-NUM2-NEGATIVE-SW         PIC X(01).
002210     88  WS-NUM2-NEGATIVE              VALUE "Y".
002220 01  WS-DATE-DIGITS              PIC X(08).
002230 01  WS-DATE-COUNT               PIC 9(02) COMP.
002240 01  WS-DATE-DMY.
002250     05  WS-DMY-DD               PIC X(02).
002260     05  WS-DMY-MM               PIC X(02).
002270     05  WS-DMY-YYYY             PIC X(04).
002280 01  WS-DATE-YMD.
002290     05  WS-YMD-YYYY             PIC X(04).
002300     05  WS-YMD-MM               PIC X(02).
002310     05  WS-YMD-DD               PIC X(02).
002320 01  WS-REJECT-TEXT              PIC X(15).
002330*----------------------------------------------------------*
002340* TRAN-ID ASSIGNMENT, THE SAME SHAPE SAISIE-TRANSACTIONS    *
002350* USES                                                      *
002360*----------------------------------------------------------*
002362 01  WS-LEGACY-NUMBER            PIC 9(05) VALUE ZERO.
002364 01  WS-ID-YEAR                  PIC 9(04) VALUE ZERO.
002366 01  WS-ID-YEAR-R REDEFINES WS-ID-YEAR.
002368     05  FILLER                  PIC 9(02).
002370     05  WS-ID-YEAR-YY           PIC 9(02).
002372 01  WS-NEXT-SERIAL              PIC 9(07) VALUE 1.
002374 01  WS-SERIAL-LIMIT             PIC 9(07) VALUE 1679615.
002376 01  WS-SERIAL-WORK              PIC 9(07) COMP.
002378 01  WS-SERIAL-QUOT              PIC 9(07) COMP.
002380 01  WS-SERIAL-REM               PIC 9(02) COMP.
002382 01  WS-ENCODE-POS               PIC 9(02) COMP.
002384 01  WS-ID-SW                    PIC X(01).
002386     88  WS-ID-AVAILABLE               VALUE "Y".
002388     88  WS-ID-EXHAUSTED               VALUE "N".
002390 01  WS-TODAY-YMD.
002392     05  WS-TODAY-YEAR           PIC 9(04).
002394     05  FILLER                  PIC 9(04).
002396 01  WS-BASE36-DIGITS            PIC X(36) VALUE
002398     "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002400 01  WS-BASE36-TABLE REDEFINES WS-BASE36-DIGITS.
002402     05  WS-BASE36-CHAR          PIC X(01) OCCURS 36 TIMES.
002404 01  WS-ASSIGNED-ID.
002406     05  WS-ASSIGNED-YY          PIC 9(02).
002408     05  WS-ASSIGNED-SERIAL      PIC X(04).
002410 01  WS-IDS-ASSIGNED             PIC 9(7) COMP VALUE ZERO.
002420*----------------------------------------------------------*
002430* CONTROL TOTALS -- PER SOURCE AND FOR THE RUN              *
002440*----------------------------------------------------------*
002450 01  WS-OLD-DETAIL-COUNT         PIC 9(07) COMP.
002460 01  WS-OLD-HASH-TOTAL           PIC 9(13)V9(02) COMP-3.
002470 01  WS-NEW-DETAIL-COUNT         PIC 9(07) COMP.
002480 01  WS-NEW-HASH-TOTAL           PIC 9(13)V9(02) COMP-3.
002490 01  WS-LINES-READ               PIC 9(7) COMP.
002500 01  WS-LINES-REJECTED           PIC 9(7) COMP.
002510 01  WS-SOURCES-IMPORTED         PIC 9(5) COMP VALUE ZERO.
002520 01  WS-SOURCES-SKIPPED          PIC 9(5) COMP VALUE ZERO.
002530 01  WS-TOTAL-CONVERTED          PIC 9(7) COMP VALUE ZERO.
002540 01  WS-TOTAL-REJECTED           PIC 9(7) COMP VALUE ZERO.
002550 01  WS-EXC-REASON-TEXT          PIC X(30).
002560     COPY TRANREC.
002570     COPY LOTCTL.
002580 PROCEDURE DIVISION.
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     PERFORM 2000-IMPORT-ONE-SOURCE THRU 2000-EXIT
002620         UNTIL WS-MAP-EOF.
002630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002640     STOP RUN.
002650*----------------------------------------------------------*
002660* 1000-INITIALIZE -- BUSINESS DATE, SOURCE MASTER,          *
002670*                 SEQUENCE, EXCEPTION FILE AND IMPORT MAP   *
002680*----------------------------------------------------------*
002690 1000-INITIALIZE.
002700     SET WS-MAP-NOT-EOF TO TRUE.
002710     ACCEPT WS-BUSDATE-BUFFER FROM ENVIRONMENT "BUSDATE".
002720     IF WS-BUSDATE-BUFFER IS NUMERIC
002730         MOVE WS-BUSDATE-BUFFER TO WS-BUSINESS-DATE
002740     ELSE
002750         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
002760     END-IF.
002770     ACCEPT WS-IMPORT-DIR FROM ENVIRONMENT "IMPDIR".
002780     IF WS-IMPORT-DIR = SPACES
002790         MOVE "." TO WS-IMPORT-DIR
002800     END-IF.
002810     PERFORM 1300-LOAD-SOURCES THRU 1300-EXIT.
002820     PERFORM 1200-READ-SEQUENCE THRU 1200-EXIT.
002830     OPEN EXTEND EXCEPTION-FILE.
002840     IF WS-EXCP-STATUS NOT = "00"
002850         OPEN OUTPUT EXCEPTION-FILE
002860     END-IF.
002870     OPEN INPUT IMPORT-MAP.
002880     IF WS-MAP-STATUS NOT = "00"
002890         DISPLAY "IMPORTATION-CSV: NO IMPORT MAP (IMPMAP) - "
002900                 "NOTHING TO CONVERT."
002910         SET WS-MAP-EOF TO TRUE
002920         GO TO 1000-EXIT
002930     END-IF.
002940     SET WS-MAP-OPEN TO TRUE.
002950     PERFORM 2900-READ-MAP THRU 2900-EXIT.
002960 1000-EXIT.
002970     EXIT.
002980*----------------------------------------------------------*
002982* 1200-READ-SEQUENCE -- FETCH THE DATED TRAN-ID YEAR AND    *
002984*                 NEXT SERIAL FROM THE SEQUENCE CONTROL     *
002986*                 FILE.  A MISSING OR EMPTY FILE, OR ONE    *
002988*                 CUT BEFORE THE DATED FIELDS EXISTED,      *
002990*                 STARTS THE CURRENT YEAR AT SERIAL 1; A    *
002992*                 NEW YEAR RESTARTS THE SERIAL, BUT THE ID  *
002994*                 YEAR NEVER GOES BACK.                     *
003000*----------------------------------------------------------*
003010 1200-READ-SEQUENCE.
003015     MOVE ZERO TO WS-LEGACY-NUMBER.
003020     MOVE ZERO TO WS-ID-YEAR.
003025     MOVE 1 TO WS-NEXT-SERIAL.
003030     OPEN INPUT TRAN-SEQ-FILE.
003035     IF WS-SEQ-STATUS NOT = "00"
003040         GO TO 1210-SET-ID-YEAR
003045     END-IF.
003050     READ TRAN-SEQ-FILE
003055         AT END
003060             CONTINUE
003065         NOT AT END
003070             IF SEQ-NEXT-NUMBER IS NUMERIC
003075                 MOVE SEQ-NEXT-NUMBER TO WS-LEGACY-NUMBER
003080             END-IF
003085             IF SEQ-ID-YEAR IS NUMERIC
003090              AND SEQ-NEXT-SERIAL IS NUMERIC
003095              AND SEQ-NEXT-SERIAL > ZERO
003100                 MOVE SEQ-ID-YEAR TO WS-ID-YEAR
003105                 MOVE SEQ-NEXT-SERIAL TO WS-NEXT-SERIAL
003110             END-IF
003115     END-READ.
003120     CLOSE TRAN-SEQ-FILE.
003125 1210-SET-ID-YEAR.
003130     ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD.
003135     IF WS-TODAY-YEAR > WS-ID-YEAR
003140         MOVE WS-TODAY-YEAR TO WS-ID-YEAR
003145         MOVE 1 TO WS-NEXT-SERIAL
003150     END-IF.
003180 1200-EXIT.
003190     EXIT.
003191*----------------------------------------------------------*
003192* 1250-NEXT-TRAN-ID -- BUILD THE TRAN-ID FOR THE NEXT       *
003193*                 SERIAL: THE TWO-DIGIT ID YEAR AND THE     *
003194*                 SERIAL AS FOUR BASE-36 CHARACTERS.  THE   *
003195*                 CALLER ADDS ONE TO THE SERIAL ONCE THE ID *
003196*                 IS USED.  A SERIAL PAST "ZZZZ" ASSIGNS    *
003197*                 NOTHING AND SETS WS-ID-EXHAUSTED.         *
003198*----------------------------------------------------------*
003199 1250-NEXT-TRAN-ID.
003200     IF WS-NEXT-SERIAL > WS-SERIAL-LIMIT
003201         SET WS-ID-EXHAUSTED TO TRUE
003202         GO TO 1250-EXIT
003203     END-IF.
003204     SET WS-ID-AVAILABLE TO TRUE.
003205     MOVE WS-ID-YEAR-YY TO WS-ASSIGNED-YY.
003206     MOVE WS-NEXT-SERIAL TO WS-SERIAL-WORK.
003207     PERFORM 1260-ENCODE-ONE-CHAR THRU 1260-EXIT
003208         VARYING WS-ENCODE-POS FROM 4 BY -1
003209         UNTIL WS-ENCODE-POS < 1.
003210 1250-EXIT.
003211     EXIT.
003212 1260-ENCODE-ONE-CHAR.
003213     DIVIDE WS-SERIAL-WORK BY 36
003214         GIVING WS-SERIAL-QUOT REMAINDER WS-SERIAL-REM.
003215     ADD 1 TO WS-SERIAL-REM.
003216     MOVE WS-BASE36-CHAR(WS-SERIAL-REM)
003217         TO WS-ASSIGNED-SERIAL(WS-ENCODE-POS : 1).
003218     MOVE WS-SERIAL-QUOT TO WS-SERIAL-WORK.
003219 1260-EXIT.
003220     EXIT.
003221*----------------------------------------------------------*
003222* 1300-LOAD-SOURCES -- SOURCE ID, TARGET FILE AND STATUS    *
003223*                 FOR EVERY SOURCE ON THE SOURCE MASTER     *
003230*----------------------------------------------------------*
003240 1300-LOAD-SOURCES.
003250     SET WS-SRC-NOT-EOF TO TRUE.
003260     OPEN INPUT SOURCE-MASTER.
003270     IF WS-SRC-STATUS NOT = "00"
003280         DISPLAY "IMPORTATION-CSV: NO SOURCE MASTER (SRCMAST) - "
003290                 "NO SOURCE CAN BE IMPORTED."
003300         GO TO 1300-EXIT
003310     END-IF.
003320     PERFORM 1350-READ-ONE-SOURCE THRU 1350-EXIT
003330         UNTIL WS-SRC-EOF.
003340     CLOSE SOURCE-MASTER.
003350 1300-EXIT.
003360     EXIT.
003370 1350-READ-ONE-SOURCE.
003380     READ SOURCE-MASTER
003390         AT END
003400             SET WS-SRC-EOF TO TRUE
003410             GO TO 1350-EXIT
003420     END-READ.
003430     IF WS-SRC-COUNT >= WS-SRC-MAX
003440         DISPLAY "IMPORTATION-CSV: SOURCE TABLE FULL - "
003450                 "REMAINING SOURCES IGNORED."
003460         SET WS-SRC-EOF TO TRUE
003470         GO TO 1350-EXIT
003480     END-IF.
003490     ADD 1 TO WS-SRC-COUNT.
003500     MOVE SRC-ID          TO WS-SR-ID(WS-SRC-COUNT).
003510     MOVE SRC-TARGET-FILE TO WS-SR-TARGET(WS-SRC-COUNT).
003520     MOVE SRC-STATUS      TO WS-SR-STATUS(WS-SRC-COUNT).
003530 1350-EXIT.
003540     EXIT.
003550*----------------------------------------------------------*
003560* 2000-IMPORT-ONE-SOURCE -- CHECK ONE MAP, FIND ITS FILE    *
003570*                 AND ITS RAW TARGET, THEN CONVERT          *
003580*----------------------------------------------------------*
003590 2000-IMPORT-ONE-SOURCE.
003600     IF NOT IMP-ACTIVE
003610         GO TO 2000-NEXT
003620     END-IF.
003630     PERFORM 2100-CHECK-MAP THRU 2100-EXIT.
003640     IF WS-MAP-BAD
003650         ADD 1 TO WS-SOURCES-SKIPPED
003660         GO TO 2000-NEXT
003670     END-IF.
003680     MOVE SPACE TO WS-TARGET-TAG.
003690     MOVE SPACE TO WS-TARGET-STATUS.
003700     PERFORM 2150-FIND-SOURCE THRU 2150-EXIT
003710         VARYING WS-SRC-SUB FROM 1 BY 1
003720         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
003730     IF WS-TARGET-STATUS NOT = "A"
003740         DISPLAY "IMPORTATION-CSV: " IMP-SRC-ID
003750                 " IS NOT AN ACTIVE SOURCE ON SRCMAST - "
003760                 "NOT IMPORTED."
003770         ADD 1 TO WS-SOURCES-SKIPPED
003780         GO TO 2000-NEXT
003790     END-IF.
003800     EVALUATE WS-TARGET-TAG
003810         WHEN "N"
003820             MOVE "NUMRAW" TO WS-TARGET-ENV-NAME
003830         WHEN "D"
003840             MOVE "DECRAW" TO WS-TARGET-ENV-NAME
003850         WHEN "S"
003860             MOVE "SGNRAW" TO WS-TARGET-ENV-NAME
003870         WHEN OTHER
003880             DISPLAY "IMPORTATION-CSV: " IMP-SRC-ID
003890                     " HAS NO VALID TARGET FILE ON SRCMAST - "
003900                     "NOT IMPORTED."
003910             ADD 1 TO WS-SOURCES-SKIPPED
003920             GO TO 2000-NEXT
003930     END-EVALUATE.
003940     MOVE SPACES TO WS-CSV-PATH.
003950     STRING WS-IMPORT-DIR  DELIMITED BY SPACE
003960            "/"            DELIMITED BY SIZE
003970            IMP-FILE-NAME  DELIMITED BY SPACE
003980         INTO WS-CSV-PATH.
003990     OPEN INPUT DELIMITED-IN.
004000     IF WS-CSV-STATUS NOT = "00"
004010         DISPLAY "IMPORTATION-CSV: " IMP-SRC-ID
004020                 " FILE NOT DELIVERED - " WS-CSV-PATH
004030         ADD 1 TO WS-SOURCES-SKIPPED
004040         GO TO 2000-NEXT
004050     END-IF.
004060     PERFORM 4000-BUILD-TARGET THRU 4000-EXIT.
004070     CLOSE DELIMITED-IN.
004080 2000-NEXT.
004090     PERFORM 2900-READ-MAP THRU 2900-EXIT.
004100 2000-EXIT.
004110     EXIT.
004120*----------------------------------------------------------*
004130* 2100-CHECK-MAP -- EVERY COLUMN NUMBER 0-20, NUM1 MAPPED,  *
004140*                 A FILE NAMED; DEFAULT THE DELIMITER AND   *
004150*                 DECIMAL POINT                             *
004160*----------------------------------------------------------*
004170 2100-CHECK-MAP.
004180     SET WS-MAP-OK TO TRUE.
004190     IF IMP-FILE-NAME = SPACES
004200         SET WS-MAP-BAD TO TRUE
004210     END-IF.
004220     IF IMP-COLUMNS IS NOT NUMERIC
004230      OR IMP-SKIP-LINES IS NOT NUMERIC
004240         SET WS-MAP-BAD TO TRUE
004250     ELSE
004260         PERFORM 2120-CHECK-ONE-COLUMN THRU 2120-EXIT
004270             VARYING WS-COL-SUB FROM 1 BY 1
004280             UNTIL WS-COL-SUB > 8
004290         IF IMP-COL-NUM1 = ZERO
004300             SET WS-MAP-BAD TO TRUE
004310         END-IF
004320     END-IF.
004330     IF WS-MAP-BAD
004340         DISPLAY "IMPORTATION-CSV: IMPORT MAP FOR " IMP-SRC-ID
004350                 " IS NOT VALID - NOT IMPORTED."
004360         GO TO 2100-EXIT
004370     END-IF.
004380     MOVE IMP-DELIMITER TO WS-DELIMITER.
004390     IF WS-DELIMITER = SPACE
004400         MOVE "," TO WS-DELIMITER
004410     END-IF.
004420     MOVE IMP-DECIMAL-POINT TO WS-DECIMAL-POINT.
004430     IF WS-DECIMAL-POINT = SPACE
004440         MOVE "." TO WS-DECIMAL-POINT
004450     END-IF.
004460 2100-EXIT.
004470     EXIT.
004480 2120-CHECK-ONE-COLUMN.
004490     IF IMP-COL(WS-COL-SUB) > WS-FIELD-MAX
004500         SET WS-MAP-BAD TO TRUE
004510     END-IF.
004520 2120-EXIT.
004530     EXIT.
004540 2150-FIND-SOURCE.
004550     IF WS-SR-ID(WS-SRC-SUB) = IMP-SRC-ID
004560         MOVE WS-SR-TARGET(WS-SRC-SUB) TO WS-TARGET-TAG
004570         MOVE WS-SR-STATUS(WS-SRC-SUB) TO WS-TARGET-STATUS
004580     END-IF.
004590 2150-EXIT.
004600     EXIT.
004610 2900-READ-MAP.
004620     READ IMPORT-MAP
004630         AT END SET WS-MAP-EOF TO TRUE
004640     END-READ.
004650 2900-EXIT.
004660     EXIT.
004670*----------------------------------------------------------*
004680* 4000-BUILD-TARGET -- COPY THE RAW FILE ASIDE WITHOUT ITS  *
004690*                 TRAILER, ADD THIS SOURCE'S HEADER AND     *
004700*                 CONVERTED RECORDS, THEN PUT THE TRAILER   *
004710*                 BACK ROLLED FORWARD AND SWAP THE COPY IN  *
004720*----------------------------------------------------------*
004730 4000-BUILD-TARGET.
004740     ACCEPT WS-TARGET-PATH
004750         FROM ENVIRONMENT WS-TARGET-ENV-NAME.
004760     IF WS-TARGET-PATH = SPACES
004770         MOVE WS-TARGET-ENV-NAME TO WS-TARGET-PATH
004780     END-IF.
004790     MOVE SPACES TO WS-TARGET-TEMP-PATH.
004800     STRING WS-TARGET-PATH  DELIMITED BY SPACE
004810            ".TMP"          DELIMITED BY SIZE
004820         INTO WS-TARGET-TEMP-PATH.
004830     SET WS-TARGET-NOT-EOF TO TRUE.
004840     SET WS-NO-TRAILER TO TRUE.
004850     SET WS-NO-HEADER TO TRUE.
004860     SET WS-NOT-IMPORTED TO TRUE.
004870     MOVE ZERO TO WS-OLD-DETAIL-COUNT.
004880     MOVE ZERO TO WS-OLD-HASH-TOTAL.
004890     MOVE ZERO TO WS-NEW-DETAIL-COUNT.
004900     MOVE ZERO TO WS-NEW-HASH-TOTAL.
004910     MOVE ZERO TO WS-LINES-READ.
004920     MOVE ZERO TO WS-LINES-REJECTED.
004930     MOVE ZERO TO WS-LINE-NO.
004940     OPEN OUTPUT TARGET-NEW.
004950     OPEN INPUT TARGET-IN.
004960     IF WS-TARGET-IN-STATUS = "00"
004970         PERFORM 4200-COPY-ONE-LINE THRU 4200-EXIT
004980             UNTIL WS-TARGET-EOF
004990         CLOSE TARGET-IN
005000     END-IF.
005010     IF WS-ALREADY-IMPORTED
005020         CLOSE TARGET-NEW
005030         CALL "CBL_DELETE_FILE" USING WS-TARGET-TEMP-PATH
005040             RETURNING WS-SWAP-RETURN-CODE
005050         DISPLAY "IMPORTATION-CSV: " IMP-SRC-ID
005060                 " ALREADY IMPORTED FOR " WS-BUSINESS-DATE
005070                 " - NOT IMPORTED AGAIN."
005080         ADD 1 TO WS-SOURCES-SKIPPED
005090         GO TO 4000-EXIT
005100     END-IF.
005110     PERFORM 4300-WRITE-HEADER THRU 4300-EXIT.
005120     SET WS-CSV-NOT-EOF TO TRUE.
005130     PERFORM 5000-CONVERT-ONE-LINE THRU 5000-EXIT
005140         UNTIL WS-CSV-EOF.
005150     PERFORM 4400-WRITE-TRAILER THRU 4400-EXIT.
005160     CLOSE TARGET-NEW.
005170     CALL "CBL_DELETE_FILE" USING WS-TARGET-PATH
005180         RETURNING WS-SWAP-RETURN-CODE.
005190     CALL "CBL_RENAME_FILE" USING WS-TARGET-TEMP-PATH
005200         WS-TARGET-PATH
005210         RETURNING WS-SWAP-RETURN-CODE.
005220     ADD 1 TO WS-SOURCES-IMPORTED.
005230     ADD WS-NEW-DETAIL-COUNT TO WS-TOTAL-CONVERTED.
005240     ADD WS-LINES-REJECTED TO WS-TOTAL-REJECTED.
005250     DISPLAY "IMPORTATION-CSV: " IMP-SRC-ID " "
005260             WS-LINES-READ " LINE(S) READ, "
005270             WS-NEW-DETAIL-COUNT " CONVERTED, "
005280             WS-LINES-REJECTED " REJECTED TO EXCPOUT, INTO "
005290             WS-TARGET-ENV-NAME.
005300 4000-EXIT.
005310     EXIT.
005320*----------------------------------------------------------*
005330* 4200-COPY-ONE-LINE -- PASS EXISTING RECORDS THROUGH AND   *
005340*                 TOTAL THEM; THE TRAILER IS HELD BACK.  A  *
005350*                 HEADER FROM THIS SOURCE FOR THE BUSINESS  *
005360*                 DATE MEANS IT IS ALREADY IMPORTED.        *
005370*----------------------------------------------------------*
005380 4200-COPY-ONE-LINE.
005390     READ TARGET-IN
005400         AT END
005410             SET WS-TARGET-EOF TO TRUE
005420             GO TO 4200-EXIT
005430     END-READ.
005440     IF TARGET-IN-LINE(1 : 3) = "TRL"
005450         MOVE TARGET-IN-LINE TO BATCH-TRAILER-RECORD
005460         SET WS-HAVE-TRAILER TO TRUE
005470         GO TO 4200-EXIT
005480     END-IF.
005490     MOVE TARGET-IN-LINE TO TARGET-NEW-LINE.
005500     WRITE TARGET-NEW-LINE.
005510     IF TARGET-IN-LINE(1 : 3) = "HDR"
005520         SET WS-HAVE-HEADER TO TRUE
005530         MOVE TARGET-IN-LINE TO BATCH-HEADER-RECORD
005540         IF BH-SOURCE-ID = IMP-SRC-ID
005550          AND BH-FILE-DATE = WS-BUSINESS-DATE
005560             SET WS-ALREADY-IMPORTED TO TRUE
005570         END-IF
005580         GO TO 4200-EXIT
005590     END-IF.
005600     ADD 1 TO WS-OLD-DETAIL-COUNT.
005610     MOVE TARGET-IN-LINE TO TRANSACTION-RECORD.
005620     IF TRAN-NUM1 IS NUMERIC
005630         ADD TRAN-NUM1 TO WS-OLD-HASH-TOTAL
005640     END-IF.
005650     IF TRAN-NUM2 IS NUMERIC
005660         ADD TRAN-NUM2 TO WS-OLD-HASH-TOTAL
005670     END-IF.
005680 4200-EXIT.
005690     EXIT.
005700*----------------------------------------------------------*
005710* 4300-WRITE-HEADER -- THIS SOURCE'S OWN BATCH HEADER, SO   *
005720*                 THE SOURCE WATCH FINDS THE DELIVERY       *
005730*----------------------------------------------------------*
005740 4300-WRITE-HEADER.
005750     INITIALIZE BATCH-HEADER-RECORD.
005760     MOVE "HDR"             TO BH-RECORD-TYPE.
005770     MOVE WS-BUSINESS-DATE  TO BH-FILE-DATE.
005780     MOVE IMP-SRC-ID        TO BH-SOURCE-ID.
005790     MOVE BATCH-HEADER-RECORD TO TARGET-NEW-LINE.
005800     WRITE TARGET-NEW-LINE.
005810 4300-EXIT.
005820     EXIT.
005830*----------------------------------------------------------*
005840* 4400-WRITE-TRAILER -- A HELD-BACK TRAILER GOES BACK WITH  *
005850*                 THE NEW RECORDS COUNTED AND HASHED IN.    *
005860*                 WITH NO TRAILER AND NO EARLIER HEADER THE *
005870*                 FILE CARRIED NO CONTROLS, SO A NEW        *
005880*                 TRAILER COVERS EVERY DETAIL ON IT.  AN    *
005890*                 EARLIER HEADER WITHOUT A TRAILER IS LEFT  *
005900*                 THAT WAY FOR THE FRONT EDIT TO REFUSE.    *
005910*----------------------------------------------------------*
005920 4400-WRITE-TRAILER.
005930     IF WS-HAVE-TRAILER
005940         IF BT-RECORD-COUNT IS NUMERIC
005950             ADD WS-NEW-DETAIL-COUNT TO BT-RECORD-COUNT
005960         END-IF
005970         IF BT-HASH-TOTAL IS NUMERIC
005980             ADD WS-NEW-HASH-TOTAL TO BT-HASH-TOTAL
005990         END-IF
006000         MOVE BATCH-TRAILER-RECORD TO TARGET-NEW-LINE
006010         WRITE TARGET-NEW-LINE
006020         GO TO 4400-EXIT
006030     END-IF.
006040     IF WS-HAVE-HEADER
006050         DISPLAY "IMPORTATION-CSV: " WS-TARGET-ENV-NAME
006060                 " HAS A HEADER BUT NO TRAILER - "
006070                 "NO TRAILER WRITTEN."
006080         GO TO 4400-EXIT
006090     END-IF.
006100     INITIALIZE BATCH-TRAILER-RECORD.
006110     MOVE "TRL" TO BT-RECORD-TYPE.
006120     COMPUTE BT-RECORD-COUNT =
006130         WS-OLD-DETAIL-COUNT + WS-NEW-DETAIL-COUNT.
006140     COMPUTE BT-HASH-TOTAL =
006150         WS-OLD-HASH-TOTAL + WS-NEW-HASH-TOTAL.
006160     MOVE BATCH-TRAILER-RECORD TO TARGET-NEW-LINE.
006170     WRITE TARGET-NEW-LINE.
006180 4400-EXIT.
006190     EXIT.
006200*----------------------------------------------------------*
006210* 5000-CONVERT-ONE-LINE -- READ ONE DELIMITED LINE; SKIP    *
006220*                 HEADING AND BLANK LINES; CONVERT THE REST *
006230*                 TO THE RAW FILE OR THE EXCEPTION FILE     *
006240*----------------------------------------------------------*
006250 5000-CONVERT-ONE-LINE.
006260     READ DELIMITED-IN
006270         AT END
006280             SET WS-CSV-EOF TO TRUE
006290             GO TO 5000-EXIT
006300     END-READ.
006310     ADD 1 TO WS-LINE-NO.
006320     IF WS-LINE-NO NOT > IMP-SKIP-LINES
006330         GO TO 5000-EXIT
006340     END-IF.
006350     INSPECT CSV-LINE REPLACING ALL X"0D" BY SPACE.
006360     IF CSV-LINE = SPACES
006370         GO TO 5000-EXIT
006380     END-IF.
006390     ADD 1 TO WS-LINES-READ.
006400     PERFORM 5100-SPLIT-LINE THRU 5100-EXIT.
006410     SET WS-LINE-GOOD TO TRUE.
006420     INITIALIZE TRANSACTION-RECORD.
006430     PERFORM 5200-MAP-COLUMNS THRU 5200-EXIT.
006440     IF WS-LINE-BAD
006450         PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
006460         ADD 1 TO WS-LINES-REJECTED
006470         GO TO 5000-EXIT
006480     END-IF.
006482     PERFORM 1250-NEXT-TRAN-ID THRU 1250-EXIT.
006484     IF WS-ID-EXHAUSTED
006486         MOVE "NO TRAN-ID LEFT" TO WS-REJECT-TEXT
006488         PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
006490         ADD 1 TO WS-LINES-REJECTED
006492         GO TO 5000-EXIT
006494     END-IF.
006500     MOVE WS-ASSIGNED-ID TO TRAN-ID.
006510     ADD 1 TO WS-NEXT-SERIAL.
006520     ADD 1 TO WS-IDS-ASSIGNED.
006530     MOVE TRANSACTION-RECORD TO TARGET-NEW-LINE.
006540     WRITE TARGET-NEW-LINE.
006550     ADD 1 TO WS-NEW-DETAIL-COUNT.
006560     ADD TRAN-NUM1 TO WS-NEW-HASH-TOTAL.
006570     ADD TRAN-NUM2 TO WS-NEW-HASH-TOTAL.
006580 5000-EXIT.
006590     EXIT.
006600*----------------------------------------------------------*
006610* 5100-SPLIT-LINE -- BREAK THE LINE INTO COLUMNS ON THE     *
006620*                 DELIMITER.  A DOUBLE QUOTE OPENS OR       *
006630*                 CLOSES A QUOTED STRETCH AND IS DROPPED.   *
006640*----------------------------------------------------------*
006650 5100-SPLIT-LINE.
006660     MOVE SPACES TO WS-FIELD-TABLE.
006670     MOVE 1 TO WS-FIELD-COUNT.
006680     MOVE ZERO TO WS-FIELD-LEN.
006690     SET WS-NOT-IN-QUOTES TO TRUE.
006700     SET WS-NO-LONG-FIELD TO TRUE.
006710     PERFORM 5110-FIND-LINE-END THRU 5110-EXIT
006720         VARYING WS-LINE-LEN FROM 256 BY -1
006730         UNTIL WS-LINE-LEN = ZERO
006740            OR CSV-LINE(WS-LINE-LEN : 1) NOT = SPACE.
006750     PERFORM 5150-SCAN-ONE-CHAR THRU 5150-EXIT
006760         VARYING WS-CHAR-POS FROM 1 BY 1
006770         UNTIL WS-CHAR-POS > WS-LINE-LEN.
006780 5100-EXIT.
006790     EXIT.
006800 5110-FIND-LINE-END.
006810     CONTINUE.
006820 5110-EXIT.
006830     EXIT.
006840 5150-SCAN-ONE-CHAR.
006850     MOVE CSV-LINE(WS-CHAR-POS : 1) TO WS-CHAR.
006860     IF WS-CHAR = QUOTE
006870         IF WS-IN-QUOTES
006880             SET WS-NOT-IN-QUOTES TO TRUE
006890         ELSE
006900             SET WS-IN-QUOTES TO TRUE
006910         END-IF
006920         GO TO 5150-EXIT
006930     END-IF.
006940     IF WS-CHAR = WS-DELIMITER AND WS-NOT-IN-QUOTES
006950         IF WS-FIELD-COUNT NOT > WS-FIELD-MAX
006960             ADD 1 TO WS-FIELD-COUNT
006970         END-IF
006980         MOVE ZERO TO WS-FIELD-LEN
006990         GO TO 5150-EXIT
007000     END-IF.
007010     IF WS-FIELD-COUNT > WS-FIELD-MAX
007020         GO TO 5150-EXIT
007030     END-IF.
007040     IF WS-FIELD-LEN >= 30
007050         SET WS-LONG-FIELD TO TRUE
007060         GO TO 5150-EXIT
007070     END-IF.
007080     ADD 1 TO WS-FIELD-LEN.
007090     MOVE WS-CHAR TO WS-FIELD(WS-FIELD-COUNT)(WS-FIELD-LEN : 1).
007100 5150-EXIT.
007110     EXIT.
007120*----------------------------------------------------------*
007130* 5200-MAP-COLUMNS -- BUILD THE TRANSACTION FROM THE MAPPED *
007140*                 COLUMNS, FIRST FAILURE WINS               *
007150*----------------------------------------------------------*
007160 5200-MAP-COLUMNS.
007170     IF WS-LONG-FIELD
007180         MOVE "COLUMN TOO LONG" TO WS-REJECT-TEXT
007190         SET WS-LINE-BAD TO TRUE
007200         GO TO 5200-EXIT
007210     END-IF.
007220     PERFORM 5210-CHECK-COLUMN-COUNT THRU 5210-EXIT
007230         VARYING WS-COL-SUB FROM 1 BY 1
007240         UNTIL WS-COL-SUB > 8 OR WS-LINE-BAD.
007250     IF WS-LINE-BAD
007260         MOVE "TOO FEW COLUMNS" TO WS-REJECT-TEXT
007270         GO TO 5200-EXIT
007280     END-IF.
007290     MOVE WS-FIELD(IMP-COL-NUM1) TO WS-WORK-FIELD.
007300     PERFORM 6000-CONVERT-AMOUNT THRU 6000-EXIT.
007310     IF WS-AMT-BAD
007320         MOVE "BAD NUM1 AMOUNT" TO WS-REJECT-TEXT
007330         SET WS-LINE-BAD TO TRUE
007340         GO TO 5200-EXIT
007350     END-IF.
007360     MOVE WS-AMT-VALUE TO TRAN-NUM1.
007370     MOVE "N" TO WS-NUM1-NEGATIVE-SW.
007380     IF WS-AMT-NEGATIVE
007390         MOVE "Y" TO WS-NUM1-NEGATIVE-SW
007400     END-IF.
007410     MOVE ZERO TO TRAN-NUM2.
007420     MOVE "N" TO WS-NUM2-NEGATIVE-SW.
007430     IF IMP-COL-NUM2 > ZERO
007440         MOVE WS-FIELD(IMP-COL-NUM2) TO WS-WORK-FIELD
007450         PERFORM 6000-CONVERT-AMOUNT THRU 6000-EXIT
007460         IF WS-AMT-BAD
007470             MOVE "BAD NUM2 AMOUNT" TO WS-REJECT-TEXT
007480             SET WS-LINE-BAD TO TRUE
007490             GO TO 5200-EXIT
007500         END-IF
007510         MOVE WS-AMT-VALUE TO TRAN-NUM2
007520         IF WS-AMT-NEGATIVE
007530             MOVE "Y" TO WS-NUM2-NEGATIVE-SW
007540         END-IF
007550     END-IF.
007560     PERFORM 5300-MAP-DATE THRU 5300-EXIT.
007570     IF WS-LINE-BAD
007580         GO TO 5200-EXIT
007590     END-IF.
007600     PERFORM 5400-MAP-SIGNS THRU 5400-EXIT.
007610     IF WS-LINE-BAD
007620         GO TO 5200-EXIT
007630     END-IF.
007640     MOVE IMP-DEFAULT-OP TO TRAN-OP-CODE.
007650     IF IMP-COL-OP > ZERO
007660         MOVE WS-FIELD(IMP-COL-OP) TO WS-WORK-FIELD
007670         PERFORM 6500-LEFT-JUSTIFY THRU 6500-EXIT
007680         MOVE WS-WORK-FIELD TO TRAN-OP-CODE
007690     END-IF.
007700     MOVE IMP-DEFAULT-CURRENCY TO TRAN-CURRENCY-CODE.
007710     IF IMP-COL-CURRENCY > ZERO
007720         MOVE WS-FIELD(IMP-COL-CURRENCY) TO WS-WORK-FIELD
007730         PERFORM 6500-LEFT-JUSTIFY THRU 6500-EXIT
007740         MOVE WS-WORK-FIELD TO TRAN-CURRENCY-CODE
007750     END-IF.
007760     MOVE SPACES TO TRAN-ACCOUNT.
007770     IF IMP-COL-ACCOUNT > ZERO
007780         MOVE WS-FIELD(IMP-COL-ACCOUNT) TO WS-WORK-FIELD
007790         PERFORM 6500-LEFT-JUSTIFY THRU 6500-EXIT
007800         MOVE WS-WORK-FIELD TO TRAN-ACCOUNT
007810     END-IF.
007820 5200-EXIT.
007830     EXIT.
007840 5210-CHECK-COLUMN-COUNT.
007850     IF IMP-COL(WS-COL-SUB) > WS-FIELD-COUNT
007860         SET WS-LINE-BAD TO TRUE
007870     END-IF.
007880 5210-EXIT.
007890     EXIT.
007900*----------------------------------------------------------*
007910* 5300-MAP-DATE -- EIGHT DIGITS, SEPARATORS IGNORED, PUT IN *
007920*                 YYYYMMDD ORDER; UNMAPPED MEANS THE        *
007930*                 BUSINESS DATE                             *
007940*----------------------------------------------------------*
007950 5300-MAP-DATE.
007960     IF IMP-COL-DATE = ZERO
007970         MOVE WS-BUSINESS-DATE TO TRAN-DATE
007980         GO TO 5300-EXIT
007990     END-IF.
008000     MOVE WS-FIELD(IMP-COL-DATE) TO WS-WORK-FIELD.
008010     MOVE SPACES TO WS-DATE-DIGITS.
008020     MOVE ZERO TO WS-DATE-COUNT.
008030     PERFORM 5350-TAKE-DATE-CHAR THRU 5350-EXIT
008040         VARYING WS-WORK-POS FROM 1 BY 1
008050         UNTIL WS-WORK-POS > 30 OR WS-LINE-BAD.
008060     IF WS-DATE-COUNT NOT = 8
008070         SET WS-LINE-BAD TO TRUE
008080     END-IF.
008090     IF WS-LINE-BAD
008100         MOVE "BAD DATE" TO WS-REJECT-TEXT
008110         GO TO 5300-EXIT
008120     END-IF.
008130     IF IMP-DATE-DMY
008140         MOVE WS-DATE-DIGITS TO WS-DATE-DMY
008150         MOVE WS-DMY-YYYY TO WS-YMD-YYYY
008160         MOVE WS-DMY-MM   TO WS-YMD-MM
008170         MOVE WS-DMY-DD   TO WS-YMD-DD
008180         MOVE WS-DATE-YMD TO TRAN-DATE
008190     ELSE
008200         MOVE WS-DATE-DIGITS TO TRAN-DATE
008210     END-IF.
008220 5300-EXIT.
008230     EXIT.
008240 5350-TAKE-DATE-CHAR.
008250     MOVE WS-WORK-FIELD(WS-WORK-POS : 1) TO WS-DIGIT-CHAR.
008260     IF WS-DIGIT-CHAR IS NUMERIC
008270         IF WS-DATE-COUNT < 8
008280             ADD 1 TO WS-DATE-COUNT
008290             MOVE WS-DIGIT-CHAR
008300                 TO WS-DATE-DIGITS(WS-DATE-COUNT : 1)
008310         ELSE
008320             SET WS-LINE-BAD TO TRUE
008330         END-IF
008340         GO TO 5350-EXIT
008350     END-IF.
008360     IF WS-DIGIT-CHAR NOT = SPACE AND NOT = "-"
008370      AND NOT = "/" AND NOT = "."
008380         SET WS-LINE-BAD TO TRUE
008390     END-IF.
008400 5350-EXIT.
008410     EXIT.
008420*----------------------------------------------------------*
008430* 5400-MAP-SIGNS -- A MAPPED SIGN COLUMN MUST SAY D OR C    *
008440*                 AND THEN ITS AMOUNT MUST NOT BE NEGATIVE; *
008450*                 UNMAPPED (OR BLANK), A NEGATIVE AMOUNT    *
008460*                 IS A CREDIT AND ANY OTHER A DEBIT         *
008470*----------------------------------------------------------*
008480 5400-MAP-SIGNS.
008490     MOVE SPACES TO WS-WORK-FIELD.
008500     IF IMP-COL-SIGN1 > ZERO
008510         MOVE WS-FIELD(IMP-COL-SIGN1) TO WS-WORK-FIELD
008520         PERFORM 6500-LEFT-JUSTIFY THRU 6500-EXIT
008530     END-IF.
008540     IF WS-WORK-FIELD = SPACES
008550         IF WS-NUM1-NEGATIVE
008560             SET TRAN-CREDIT TO TRUE
008570         ELSE
008580             SET TRAN-DEBIT TO TRUE
008590         END-IF
008600     ELSE
008610         IF WS-NUM1-NEGATIVE
008620             MOVE "SIGN CONFLICT 1" TO WS-REJECT-TEXT
008630             SET WS-LINE-BAD TO TRUE
008640             GO TO 5400-EXIT
008650         END-IF
008660         MOVE WS-WORK-FIELD(1 : 1) TO TRAN-SIGN-IND
008670         IF NOT TRAN-DEBIT AND NOT TRAN-CREDIT
008680             MOVE "BAD SIGN 1" TO WS-REJECT-TEXT
008690             SET WS-LINE-BAD TO TRUE
008700             GO TO 5400-EXIT
008710         END-IF
008720     END-IF.
008730     MOVE SPACES TO WS-WORK-FIELD.
008740     IF IMP-COL-SIGN2 > ZERO
008750         MOVE WS-FIELD(IMP-COL-SIGN2) TO WS-WORK-FIELD
008760         PERFORM 6500-LEFT-JUSTIFY THRU 6500-EXIT
008770     END-IF.
008780     IF WS-WORK-FIELD = SPACES
008790         IF WS-NUM2-NEGATIVE
008800             SET TRAN-CREDIT-2 TO TRUE
008810         ELSE
008820             SET TRAN-DEBIT-2 TO TRUE
008830         END-IF
008840     ELSE
008850         IF WS-NUM2-NEGATIVE
008860             MOVE "SIGN CONFLICT 2" TO WS-REJECT-TEXT
008870             SET WS-LINE-BAD TO TRUE
008880             GO TO 5400-EXIT
008890         END-IF
008900         MOVE WS-WORK-FIELD(1 : 1) TO TRAN-SIGN-IND2
008910         IF NOT TRAN-DEBIT-2 AND NOT TRAN-CREDIT-2
008920             MOVE "BAD SIGN 2" TO WS-REJECT-TEXT
008930             SET WS-LINE-BAD TO TRUE
008940         END-IF
008950     END-IF.
008960 5400-EXIT.
008970     EXIT.
008980*----------------------------------------------------------*
008990* 5900-WRITE-EXCEPTION -- ONE EXCEPTION RECORD FOR A LINE   *
009000*                 NOT CONVERTED, NAMING THE SOURCE AND LINE *
009010*----------------------------------------------------------*
009020 5900-WRITE-EXCEPTION.
009030     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009040     ACCEPT WS-CURRENT-TIME FROM TIME.
009050     INITIALIZE EXCEPTION-RECORD.
009060     MOVE WS-CURRENT-DATE          TO EXC-RUN-DATE.
009070     MOVE WS-CURRENT-TIME          TO EXC-RUN-TIME.
009080     MOVE "IMPCSV"                 TO EXC-PROGRAM-ID.
009090     MOVE SPACES                   TO EXC-TRAN-ID.
009100     SET EXC-REASON-CONVERSION     TO TRUE.
009110     MOVE SPACES TO WS-EXC-REASON-TEXT.
009120     STRING IMP-SRC-ID      DELIMITED BY SPACE
009130            " "             DELIMITED BY SIZE
009140            WS-LINE-NO      DELIMITED BY SIZE
009150            " "             DELIMITED BY SIZE
009160            WS-REJECT-TEXT  DELIMITED BY SIZE
009170         INTO WS-EXC-REASON-TEXT.
009180     MOVE WS-EXC-REASON-TEXT       TO EXC-REASON-TEXT.
009190     IF TRAN-NUM1 IS NUMERIC
009200         MOVE TRAN-NUM1 TO EXC-NUM1
009210     END-IF.
009220     IF TRAN-NUM2 IS NUMERIC
009230         MOVE TRAN-NUM2 TO EXC-NUM2
009240     END-IF.
009250     WRITE EXCEPTION-RECORD.
009260 5900-EXIT.
009270     EXIT.
009280*----------------------------------------------------------*
009290* 6000-CONVERT-AMOUNT -- A DECIMAL-POINT AMOUNT (OPTIONAL   *
009300*                 LEADING SIGN, AT MOST FIVE WHOLE DIGITS,  *
009310*                 AT MOST TWO SIGNIFICANT DECIMALS) TO      *
009320*                 IMPLIED-DECIMAL 9(5)V9(2).  ANYTHING ELSE *
009330*                 IS REFUSED - AN AMOUNT IS NEVER ROUNDED   *
009340*                 OR TRUNCATED ON THE WAY IN.               *
009350*----------------------------------------------------------*
009360 6000-CONVERT-AMOUNT.
009370     SET WS-AMT-OK TO TRUE.
009380     SET WS-AMT-UNSIGNED TO TRUE.
009390     SET WS-AMT-NO-POINT TO TRUE.
009400     SET WS-AMT-NOT-ENDED TO TRUE.
009410     MOVE ZERO TO WS-AMT-DIGITS.
009420     MOVE ZERO TO WS-AMT-DEC-DIGITS.
009430     MOVE ZERO TO WS-AMT-INT-PART.
009440     MOVE ZERO TO WS-AMT-DEC-PART.
009450     MOVE ZERO TO WS-AMT-VALUE.
009460     PERFORM 6100-TAKE-AMOUNT-CHAR THRU 6100-EXIT
009470         VARYING WS-WORK-POS FROM 1 BY 1
009480         UNTIL WS-WORK-POS > 30 OR WS-AMT-BAD.
009490     IF WS-AMT-DIGITS = ZERO
009500         SET WS-AMT-BAD TO TRUE
009510     END-IF.
009520     IF WS-AMT-BAD
009530         GO TO 6000-EXIT
009540     END-IF.
009550     IF WS-AMT-DEC-DIGITS = 1
009560         MULTIPLY 10 BY WS-AMT-DEC-PART
009570     END-IF.
009580     COMPUTE WS-AMT-VALUE =
009590         WS-AMT-INT-PART + WS-AMT-DEC-PART / 100.
009600 6000-EXIT.
009610     EXIT.
009620 6100-TAKE-AMOUNT-CHAR.
009630     MOVE WS-WORK-FIELD(WS-WORK-POS : 1) TO WS-DIGIT-CHAR.
009640     IF WS-DIGIT-CHAR = SPACE
009650         IF WS-AMT-DIGITS > ZERO OR WS-AMT-POINT-SEEN
009660          OR NOT WS-AMT-UNSIGNED
009670             SET WS-AMT-ENDED TO TRUE
009680         END-IF
009690         GO TO 6100-EXIT
009700     END-IF.
009710     IF WS-AMT-ENDED
009720         SET WS-AMT-BAD TO TRUE
009730         GO TO 6100-EXIT
009740     END-IF.
009750     IF WS-DIGIT-CHAR = "-" OR WS-DIGIT-CHAR = "+"
009760         IF WS-AMT-DIGITS > ZERO OR WS-AMT-POINT-SEEN
009770          OR NOT WS-AMT-UNSIGNED
009780             SET WS-AMT-BAD TO TRUE
009790         ELSE
009800             MOVE WS-DIGIT-CHAR TO WS-AMT-SIGN-SW
009810         END-IF
009820         GO TO 6100-EXIT
009830     END-IF.
009840     IF WS-DIGIT-CHAR = WS-DECIMAL-POINT
009850         IF WS-AMT-POINT-SEEN
009860             SET WS-AMT-BAD TO TRUE
009870         ELSE
009880             SET WS-AMT-POINT-SEEN TO TRUE
009890         END-IF
009900         GO TO 6100-EXIT
009910     END-IF.
009920     IF WS-DIGIT-CHAR IS NOT NUMERIC
009930         SET WS-AMT-BAD TO TRUE
009940         GO TO 6100-EXIT
009950     END-IF.
009960     ADD 1 TO WS-AMT-DIGITS.
009970     IF WS-AMT-NO-POINT
009980         COMPUTE WS-AMT-INT-PART = WS-AMT-INT-PART * 10 + WS-DIGIT
009990         IF WS-AMT-INT-PART > 99999
010000             SET WS-AMT-BAD TO TRUE
010010         END-IF
010020         GO TO 6100-EXIT
010030     END-IF.
010040     ADD 1 TO WS-AMT-DEC-DIGITS.
010050     IF WS-AMT-DEC-DIGITS > 2
010060         IF WS-DIGIT NOT = ZERO
010070             SET WS-AMT-BAD TO TRUE
010080         END-IF
010090         GO TO 6100-EXIT
010100     END-IF.
010110     COMPUTE WS-AMT-DEC-PART = WS-AMT-DEC-PART * 10 + WS-DIGIT.
010120 6100-EXIT.
010130     EXIT.
010140*----------------------------------------------------------*
010150* 6500-LEFT-JUSTIFY -- DROP LEADING SPACES FROM THE WORK    *
010160*                 FIELD                                     *
010170*----------------------------------------------------------*
010180 6500-LEFT-JUSTIFY.
010190     IF WS-WORK-FIELD = SPACES
010200         GO TO 6500-EXIT
010210     END-IF.
010220     PERFORM 6550-FIND-FIRST THRU 6550-EXIT
010230         VARYING WS-WORK-POS FROM 1 BY 1
010240         UNTIL WS-WORK-FIELD(WS-WORK-POS : 1) NOT = SPACE.
010250     IF WS-WORK-POS > 1
010260         MOVE WS-WORK-FIELD(WS-WORK-POS : ) TO WS-JUSTIFY-FIELD
010270         MOVE WS-JUSTIFY-FIELD TO WS-WORK-FIELD
010280     END-IF.
010290 6500-EXIT.
010300     EXIT.
010310 6550-FIND-FIRST.
010320     CONTINUE.
010330 6550-EXIT.
010340     EXIT.
010350*----------------------------------------------------------*
010360* 9000-TERMINATE -- CLOSE UP, SAVE THE SEQUENCE IF IT MOVED *
010370*                 AND REPORT VOLUME                         *
010380*----------------------------------------------------------*
010390 9000-TERMINATE.
010400     IF WS-MAP-OPEN
010410         CLOSE IMPORT-MAP
010420     END-IF.
010430     CLOSE EXCEPTION-FILE.
010440     IF WS-IDS-ASSIGNED > ZERO
010450         OPEN OUTPUT TRAN-SEQ-FILE
010460         INITIALIZE SEQ-RECORD
010465         MOVE WS-LEGACY-NUMBER TO SEQ-NEXT-NUMBER
010470         MOVE WS-ID-YEAR       TO SEQ-ID-YEAR
010475         MOVE WS-NEXT-SERIAL   TO SEQ-NEXT-SERIAL
010480         WRITE SEQ-RECORD
010490         CLOSE TRAN-SEQ-FILE
010500     END-IF.
010510     DISPLAY "IMPORTATION-CSV IMPORTED " WS-SOURCES-IMPORTED
010520             " SOURCE(S), SKIPPED " WS-SOURCES-SKIPPED ", "
010530             WS-TOTAL-CONVERTED " RECORD(S) CONVERTED, "
010540             WS-TOTAL-REJECTED " LINE(S) REJECTED.".
010550 9000-EXIT.
010560     EXIT.
