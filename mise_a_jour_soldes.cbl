000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MISE-A-JOUR-SOLDES.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  NIGHTLY POSTING OF THE DAY'S *
000110*                 ALLOUT TO THE ACCOUNT BALANCE MASTER      *
000120*                 (ACCTBAL, COPYBOOK BALREC).  EVERY        *
000130*                 BALANCE LAST POSTED FOR AN EARLIER DATE   *
000140*                 IS ROLLED FORWARD (CLOSING BECOMES        *
000150*                 OPENING, DAY FIGURES ZEROED), THEN EACH   *
000160*                 POSTED RESULT IS ADDED TO ITS ACCOUNT AND *
000170*                 CURRENCY AS A DEBIT (POSITIVE) OR CREDIT  *
000180*                 (NEGATIVE).  REVERSAL OFFSETS AND         *
000190*                 ADJUSTMENT-RUN ITEMS POST THE SAME WAY AS *
000200*                 ANY OTHER RESULT.  A BALANCE ALREADY      *
000210*                 POSTED FOR THE BUSINESS DATE HAS ITS DAY  *
000220*                 FIGURES CLEARED AND REPOSTED, SO A RERUN  *
000230*                 OF THE STEP CANNOT DOUBLE-POST; WITH      *
000240*                 ADJRUN "Y" THE ADJUSTMENT ITEMS ARE ADDED *
000250*                 ON TOP OF THE DAY ALREADY POSTED.  THE    *
000260*                 MASTER IS REWRITTEN THROUGH A TEMPORARY   *
000270*                 COPY AND SWAPPED IN, THE USUAL PATTERN.   *
000271* 2026-10-15  DM  A REVERSAL OFFSET CARRIES NO CURRENCY     *
000272*                 CODE, SO IT NOW POSTS TO THE CURRENCY OF  *
000273*                 THE ORIGINAL IT REVERSES, READ FROM THE   *
000274*                 HISTORY MASTER THROUGH TRAN-ORIG-ID.  THE *
000275*                 OFFSET AND ITS ORIGINAL NOW NET TO ZERO   *
000276*                 ON THE SAME BALANCE.  AN ORIGINAL NOT     *
000277*                 FOUND POSTS TO THE BASE-CURRENCY BALANCE, *
000278*                 AS BEFORE, AND IS COUNTED ON THE RUN LOG. *
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RESULTS-IN       ASSIGN TO ALLOUT
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-ALLOUT-STATUS.
000350     SELECT BALANCE-MASTER   ASSIGN TO ACCTBAL
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-BAL-STATUS.
000380     SELECT BALANCE-NEW      ASSIGN DYNAMIC WS-BAL-TEMP-PATH
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-BAL-NEW-STATUS.
000402     SELECT HISTORY-MASTER   ASSIGN TO HISTMAST
000404         ORGANIZATION IS INDEXED
000406         ACCESS MODE IS RANDOM
000408         RECORD KEY IS TRAN-ID OF HIST-REC
000409         FILE STATUS IS WS-HIST-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430*----------------------------------------------------------*
000440* RESULTS-IN -- THE DAY'S SORT-MERGED POSTED RESULTS         *
000450*----------------------------------------------------------*
000460 FD  RESULTS-IN.
000470     COPY TRANREC.
000480*----------------------------------------------------------*
000490* BALANCE-MASTER -- ONE RECORD PER ACCOUNT AND CURRENCY      *
000500*----------------------------------------------------------*
000510 FD  BALANCE-MASTER.
000520     COPY BALREC.
000530*----------------------------------------------------------*
000540* BALANCE-NEW -- THE REWRITTEN MASTER, SWAPPED IN            *
000550*----------------------------------------------------------*
000560 FD  BALANCE-NEW.
000570     COPY BALREC REPLACING ==BALANCE-RECORD== BY
000580         ==BAL-NEW-REC==.
000581*----------------------------------------------------------*
000582* HISTORY-MASTER -- READ ONLY, FOR THE ORIGINAL OF EACH     *
000583*                 REVERSAL OFFSET                           *
000584*----------------------------------------------------------*
000585 FD  HISTORY-MASTER.
000586     COPY TRANREC REPLACING ==TRANSACTION-RECORD== BY
000587         ==HIST-REC==.
000590 WORKING-STORAGE SECTION.
000600*----------------------------------------------------------*
000610* SWITCHES, STATUS FIELDS AND COUNTERS                      *
000620*----------------------------------------------------------*
000630 01  WS-ALLOUT-STATUS            PIC X(02).
000640 01  WS-BAL-STATUS               PIC X(02).
000650 01  WS-BAL-NEW-STATUS           PIC X(02).
000652 01  WS-HIST-STATUS              PIC X(02).
000654 01  WS-HIST-OPEN-SW             PIC X(01) VALUE "N".
000656     88  WS-HIST-OPEN                  VALUE "Y".
000658 01  WS-ORIG-MISS-COUNT          PIC 9(7) COMP VALUE ZERO.
000660 01  WS-EOF-SW                   PIC X(01).
000670     88  WS-EOF                        VALUE "Y".
000680     88  WS-NOT-EOF                    VALUE "N".
000690 01  WS-BAL-EOF-SW               PIC X(01).
000700     88  WS-BAL-EOF                    VALUE "Y".
000710     88  WS-BAL-NOT-EOF                VALUE "N".
000720 01  WS-ADJRUN-SW                PIC X(01) VALUE "N".
000730     88  WS-ADJUSTMENT-RUN             VALUE "Y".
000740 01  WS-RECORD-COUNT             PIC 9(7) COMP VALUE ZERO.
000750 01  WS-NEW-BAL-COUNT            PIC 9(7) COMP VALUE ZERO.
000760 01  WS-SUM-RESULT               PIC S9(12)V9(02) COMP-3
000770                                 VALUE ZERO.
000780 01  WS-BAL-ENV-NAME             PIC X(20) VALUE "ACCTBAL".
000790 01  WS-BAL-PATH                 PIC X(60).
000800 01  WS-BAL-TEMP-PATH            PIC X(64).
000810 01  WS-SWAP-RETURN-CODE         PIC S9(9) COMP-5.
000820*----------------------------------------------------------*
000830* BUSINESS DATE AND BASE CURRENCY                           *
000840*----------------------------------------------------------*
000850 01  WS-BUSDATE-BUFFER           PIC X(08).
000860 01  WS-BUSINESS-DATE            PIC 9(08).
000870 01  WS-BASE-CURRENCY            PIC X(03) VALUE "EUR".
000880*----------------------------------------------------------*
000890* BALANCE TABLE -- THE WHOLE MASTER HELD IN ACCOUNT/        *
000900* CURRENCY SEQUENCE WHILE THE DAY IS POSTED                 *
000910*----------------------------------------------------------*
000920 01  WS-BAL-COUNT                PIC 9(04) COMP VALUE ZERO.
000930 01  WS-BAL-MAX                  PIC 9(04) COMP VALUE 3000.
000940 01  WS-BAL-SUB                  PIC 9(04) COMP.
000950 01  WS-BAL-HIT                  PIC 9(04) COMP.
000960 01  WS-BAL-INSERT               PIC 9(04) COMP.
000970 01  WS-BAL-TABLE.
000980     05  WS-BAL-ENTRY OCCURS 3000 TIMES.
000990         10  WS-BT-KEY.
001000             15  WS-BT-ACCOUNT   PIC X(08).
001010             15  WS-BT-CURRENCY  PIC X(03).
001020         10  WS-BT-OPENING       PIC S9(11)V9(02) COMP-3.
001030         10  WS-BT-DEBITS        PIC 9(11)V9(02) COMP-3.
001040         10  WS-BT-CREDITS       PIC 9(11)V9(02) COMP-3.
001050         10  WS-BT-ITEMS         PIC 9(07) COMP.
001060 01  WS-SEARCH-KEY.
001070     05  WS-SK-ACCOUNT           PIC X(08).
001080     05  WS-SK-CURRENCY          PIC X(03).
001090 01  WS-POST-AMOUNT              PIC 9(11)V9(02) COMP-3.
001095 01  WS-EDITED-NET               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001130     PERFORM 2000-POST-RECORD THRU 2000-EXIT
001140         UNTIL WS-EOF.
001150     PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT.
001160     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001170     STOP RUN.
001180*----------------------------------------------------------*
001190* 1000-INITIALIZE -- BUSINESS DATE, LOAD AND ROLL THE        *
001200*                 MASTER, PRIME THE READ OF ALLOUT           *
001210*----------------------------------------------------------*
001220 1000-INITIALIZE.
001230     ACCEPT WS-BUSDATE-BUFFER FROM ENVIRONMENT "BUSDATE".
001240     IF WS-BUSDATE-BUFFER IS NUMERIC
001250         MOVE WS-BUSDATE-BUFFER TO WS-BUSINESS-DATE
001260     ELSE
001270         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
001280     END-IF.
001290     ACCEPT WS-ADJRUN-SW FROM ENVIRONMENT "ADJRUN".
001300     PERFORM 1500-LOAD-BALANCES THRU 1500-EXIT.
001301     OPEN INPUT HISTORY-MASTER.
001302     IF WS-HIST-STATUS = "00"
001303         SET WS-HIST-OPEN TO TRUE
001304     ELSE
001305         DISPLAY "MISE-A-JOUR-SOLDES: NO HISTORY MASTER - "
001306                 "REVERSAL OFFSETS POST TO THE BASE CURRENCY."
001307     END-IF.
001310     SET WS-NOT-EOF TO TRUE.
001320     OPEN INPUT RESULTS-IN.
001330     IF WS-ALLOUT-STATUS NOT = "00"
001340         DISPLAY "MISE-A-JOUR-SOLDES: NO ALLOUT FILE - "
001350                 "BALANCES ROLLED FORWARD ONLY."
001360         SET WS-EOF TO TRUE
001370         GO TO 1000-EXIT
001380     END-IF.
001390     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
001400 1000-EXIT.
001410     EXIT.
001420*----------------------------------------------------------*
001430* 1500-LOAD-BALANCES -- PULL THE MASTER INTO STORAGE,        *
001440*                 ROLLING EACH BALANCE TO THE BUSINESS DATE. *
001450*                 NO MASTER YET MEANS EVERY ACCOUNT OPENS AT *
001460*                 ZERO.                                      *
001470*----------------------------------------------------------*
001480 1500-LOAD-BALANCES.
001490     SET WS-BAL-NOT-EOF TO TRUE.
001500     MOVE ZERO TO WS-BAL-COUNT.
001510     OPEN INPUT BALANCE-MASTER.
001520     IF WS-BAL-STATUS NOT = "00"
001530         DISPLAY "MISE-A-JOUR-SOLDES: NO BALANCE MASTER "
001540                 "(ACCTBAL) - STARTING A NEW ONE."
001550         GO TO 1500-EXIT
001560     END-IF.
001570     PERFORM 1550-LOAD-ONE-BALANCE THRU 1550-EXIT
001580         UNTIL WS-BAL-EOF.
001590     CLOSE BALANCE-MASTER.
001600 1500-EXIT.
001610     EXIT.
001620*----------------------------------------------------------*
001630* 1550-LOAD-ONE-BALANCE -- AN EARLIER DATE ROLLS FORWARD;    *
001640*                 THE SAME DATE KEEPS ITS OPENING AND IS     *
001650*                 REPOSTED, UNLESS THIS IS AN ADJUSTMENT RUN *
001660*                 POSTING ON TOP OF IT                       *
001670*----------------------------------------------------------*
001680 1550-LOAD-ONE-BALANCE.
001690     READ BALANCE-MASTER
001700         AT END
001710             SET WS-BAL-EOF TO TRUE
001720             GO TO 1550-EXIT
001730     END-READ.
001740     IF WS-BAL-COUNT >= WS-BAL-MAX
001750         DISPLAY "MISE-A-JOUR-SOLDES: BALANCE TABLE FULL - "
001760                 "RUN STOPPED, MASTER NOT REWRITTEN."
001770         MOVE 8 TO RETURN-CODE
001780         STOP RUN
001790     END-IF.
001800     ADD 1 TO WS-BAL-COUNT.
001810     MOVE BAL-ACCOUNT OF BALANCE-RECORD
001812         TO WS-BT-ACCOUNT(WS-BAL-COUNT).
001820     MOVE BAL-CURRENCY OF BALANCE-RECORD
001822         TO WS-BT-CURRENCY(WS-BAL-COUNT).
001830     MOVE ZERO TO WS-BT-ITEMS(WS-BAL-COUNT).
001840     MOVE ZERO TO WS-BT-DEBITS(WS-BAL-COUNT).
001850     MOVE ZERO TO WS-BT-CREDITS(WS-BAL-COUNT).
001860     IF BAL-BUSINESS-DATE OF BALANCE-RECORD < WS-BUSINESS-DATE
001870         MOVE BAL-CLOSING OF BALANCE-RECORD
001872             TO WS-BT-OPENING(WS-BAL-COUNT)
001880         GO TO 1550-EXIT
001890     END-IF.
001900     MOVE BAL-OPENING OF BALANCE-RECORD
001902         TO WS-BT-OPENING(WS-BAL-COUNT).
001910     IF WS-ADJUSTMENT-RUN
001920         MOVE BAL-DAY-DEBITS OF BALANCE-RECORD
001930             TO WS-BT-DEBITS(WS-BAL-COUNT)
001940         MOVE BAL-DAY-CREDITS OF BALANCE-RECORD
001950             TO WS-BT-CREDITS(WS-BAL-COUNT)
001960         MOVE BAL-DAY-ITEMS OF BALANCE-RECORD
001970             TO WS-BT-ITEMS(WS-BAL-COUNT)
001980     END-IF.
001990 1550-EXIT.
002000     EXIT.
002010*----------------------------------------------------------*
002020* 2000-POST-RECORD -- ADD ONE POSTED RESULT TO ITS ACCOUNT   *
002030*                 AND CURRENCY, ADDING THE BALANCE IF THIS   *
002040*                 IS ITS FIRST ACTIVITY                      *
002042*                 A REVERSAL OFFSET TAKES THE CURRENCY OF   *
002044*                 THE ORIGINAL IT REVERSES                  *
002050*----------------------------------------------------------*
002060 2000-POST-RECORD.
002070     ADD 1 TO WS-RECORD-COUNT.
002080     ADD TRAN-RESULT OF TRANSACTION-RECORD TO WS-SUM-RESULT.
002090     MOVE TRAN-ACCOUNT OF TRANSACTION-RECORD TO WS-SK-ACCOUNT.
002100     IF TRAN-CURRENCY-CODE OF TRANSACTION-RECORD = SPACES
002110         MOVE WS-BASE-CURRENCY TO WS-SK-CURRENCY
002120     ELSE
002130         MOVE TRAN-CURRENCY-CODE OF TRANSACTION-RECORD
002135             TO WS-SK-CURRENCY
002140     END-IF.
002145     IF TRAN-REV-OFFSET OF TRANSACTION-RECORD
002147         PERFORM 2050-ORIGINAL-CURRENCY THRU 2050-EXIT
002148     END-IF.
002150     PERFORM 2200-FIND-BALANCE THRU 2200-EXIT.
002160     IF WS-BAL-HIT = ZERO
002170         PERFORM 2300-ADD-BALANCE THRU 2300-EXIT
002180     END-IF.
002190     IF TRAN-RESULT OF TRANSACTION-RECORD < ZERO
002200         COMPUTE WS-POST-AMOUNT =
002205             ZERO - TRAN-RESULT OF TRANSACTION-RECORD
002210         ADD WS-POST-AMOUNT TO WS-BT-CREDITS(WS-BAL-HIT)
002220     ELSE
002230         MOVE TRAN-RESULT OF TRANSACTION-RECORD TO WS-POST-AMOUNT
002240         ADD WS-POST-AMOUNT TO WS-BT-DEBITS(WS-BAL-HIT)
002250     END-IF.
002260     ADD 1 TO WS-BT-ITEMS(WS-BAL-HIT).
002270     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
002280 2000-EXIT.
002290     EXIT.
002291*----------------------------------------------------------*
002292* 2050-ORIGINAL-CURRENCY -- READ THE REVERSED ORIGINAL BY   *
002293*                 TRAN-ORIG-ID AND KEY THE OFFSET TO ITS    *
002294*                 CURRENCY.  NOT FOUND LEAVES THE BASE ROW. *
002295*----------------------------------------------------------*
002296 2050-ORIGINAL-CURRENCY.
002297     IF NOT WS-HIST-OPEN
002298      OR TRAN-ORIG-ID OF TRANSACTION-RECORD = SPACES
002299         ADD 1 TO WS-ORIG-MISS-COUNT
002300         GO TO 2050-EXIT
002301     END-IF.
002302     MOVE TRAN-ORIG-ID OF TRANSACTION-RECORD
002303         TO TRAN-ID OF HIST-REC.
002304     READ HISTORY-MASTER
002305         INVALID KEY
002306             ADD 1 TO WS-ORIG-MISS-COUNT
002307             GO TO 2050-EXIT
002308     END-READ.
002309     IF TRAN-CURRENCY-CODE OF HIST-REC = SPACES
002310         MOVE WS-BASE-CURRENCY TO WS-SK-CURRENCY
002311     ELSE
002312         MOVE TRAN-CURRENCY-CODE OF HIST-REC TO WS-SK-CURRENCY
002313     END-IF.
002314 2050-EXIT.
002315     EXIT.
002316*----------------------------------------------------------*
002317* 2100-READ-NEXT -- READ ONE POSTED RESULT                  *
002320*----------------------------------------------------------*
002330 2100-READ-NEXT.
002340     READ RESULTS-IN
002350         AT END SET WS-EOF TO TRUE
002360     END-READ.
002370 2100-EXIT.
002380     EXIT.
002390*----------------------------------------------------------*
002400* 2200-FIND-BALANCE -- SEARCH THE TABLE FOR THE KEY.  ON A   *
002410*                 MISS WS-BAL-INSERT IS LEFT AT THE SLOT THE *
002420*                 NEW BALANCE BELONGS IN.                    *
002430*----------------------------------------------------------*
002440 2200-FIND-BALANCE.
002450     MOVE ZERO TO WS-BAL-HIT.
002460     MOVE ZERO TO WS-BAL-INSERT.
002470     PERFORM 2250-CHECK-ONE-BALANCE THRU 2250-EXIT
002480         VARYING WS-BAL-SUB FROM 1 BY 1
002490         UNTIL WS-BAL-SUB > WS-BAL-COUNT
002500            OR WS-BAL-HIT > ZERO
002510            OR WS-BAL-INSERT > ZERO.
002520     IF WS-BAL-HIT = ZERO
002530      AND WS-BAL-INSERT = ZERO
002540         COMPUTE WS-BAL-INSERT = WS-BAL-COUNT + 1
002550     END-IF.
002560 2200-EXIT.
002570     EXIT.
002580 2250-CHECK-ONE-BALANCE.
002590     IF WS-BT-KEY(WS-BAL-SUB) = WS-SEARCH-KEY
002600         MOVE WS-BAL-SUB TO WS-BAL-HIT
002610         GO TO 2250-EXIT
002620     END-IF.
002630     IF WS-BT-KEY(WS-BAL-SUB) > WS-SEARCH-KEY
002640         MOVE WS-BAL-SUB TO WS-BAL-INSERT
002650     END-IF.
002660 2250-EXIT.
002670     EXIT.
002680*----------------------------------------------------------*
002690* 2300-ADD-BALANCE -- OPEN A NEW BALANCE AT ZERO IN KEY      *
002700*                 SEQUENCE, SLIDING THE HIGHER KEYS DOWN     *
002710*----------------------------------------------------------*
002720 2300-ADD-BALANCE.
002730     IF WS-BAL-COUNT >= WS-BAL-MAX
002740         DISPLAY "MISE-A-JOUR-SOLDES: BALANCE TABLE FULL - "
002750                 "RUN STOPPED, MASTER NOT REWRITTEN."
002760         MOVE 8 TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790     PERFORM 2350-SLIDE-ONE-DOWN THRU 2350-EXIT
002800         VARYING WS-BAL-SUB FROM WS-BAL-COUNT BY -1
002810         UNTIL WS-BAL-SUB < WS-BAL-INSERT.
002820     ADD 1 TO WS-BAL-COUNT.
002830     ADD 1 TO WS-NEW-BAL-COUNT.
002840     MOVE WS-BAL-INSERT  TO WS-BAL-HIT.
002850     MOVE WS-SEARCH-KEY  TO WS-BT-KEY(WS-BAL-HIT).
002860     MOVE ZERO TO WS-BT-OPENING(WS-BAL-HIT).
002870     MOVE ZERO TO WS-BT-DEBITS(WS-BAL-HIT).
002880     MOVE ZERO TO WS-BT-CREDITS(WS-BAL-HIT).
002890     MOVE ZERO TO WS-BT-ITEMS(WS-BAL-HIT).
002900 2300-EXIT.
002910     EXIT.
002920 2350-SLIDE-ONE-DOWN.
002930     MOVE WS-BAL-ENTRY(WS-BAL-SUB)
002940         TO WS-BAL-ENTRY(WS-BAL-SUB + 1).
002950 2350-EXIT.
002960     EXIT.
002970*----------------------------------------------------------*
002980* 8000-REWRITE-MASTER -- WRITE EVERY BALANCE, STAMPED WITH   *
002990*                 THE BUSINESS DATE, TO THE TEMPORARY COPY   *
003000*                 AND SWAP IT IN OVER THE LIVE MASTER        *
003010*----------------------------------------------------------*
003020 8000-REWRITE-MASTER.
003030     ACCEPT WS-BAL-PATH FROM ENVIRONMENT WS-BAL-ENV-NAME.
003040     IF WS-BAL-PATH = SPACES
003050         MOVE WS-BAL-ENV-NAME TO WS-BAL-PATH
003060     END-IF.
003070     STRING WS-BAL-PATH     DELIMITED BY SPACE
003080            ".TMP"          DELIMITED BY SIZE
003090         INTO WS-BAL-TEMP-PATH.
003100     OPEN OUTPUT BALANCE-NEW.
003110     IF WS-BAL-NEW-STATUS NOT = "00"
003120         DISPLAY "MISE-A-JOUR-SOLDES: CANNOT WRITE "
003130                 WS-BAL-TEMP-PATH " - MASTER NOT UPDATED."
003140         MOVE 8 TO RETURN-CODE
003150         GO TO 8000-EXIT
003160     END-IF.
003170     PERFORM 8100-WRITE-ONE-BALANCE THRU 8100-EXIT
003180         VARYING WS-BAL-SUB FROM 1 BY 1
003190         UNTIL WS-BAL-SUB > WS-BAL-COUNT.
003200     CLOSE BALANCE-NEW.
003210     CALL "CBL_DELETE_FILE" USING WS-BAL-PATH
003220         RETURNING WS-SWAP-RETURN-CODE.
003230     CALL "CBL_RENAME_FILE" USING WS-BAL-TEMP-PATH
003240         WS-BAL-PATH
003250         RETURNING WS-SWAP-RETURN-CODE.
003260     IF WS-SWAP-RETURN-CODE NOT = ZERO
003270         DISPLAY "MISE-A-JOUR-SOLDES: BALANCE MASTER SWAP "
003280                 "FAILED - NEW MASTER LEFT IN "
003290                 WS-BAL-TEMP-PATH "."
003300         MOVE 8 TO RETURN-CODE
003310     END-IF.
003320 8000-EXIT.
003330     EXIT.
003340 8100-WRITE-ONE-BALANCE.
003350     INITIALIZE BAL-NEW-REC.
003360     MOVE WS-BT-ACCOUNT(WS-BAL-SUB)
003370         TO BAL-ACCOUNT OF BAL-NEW-REC.
003380     MOVE WS-BT-CURRENCY(WS-BAL-SUB)
003390         TO BAL-CURRENCY OF BAL-NEW-REC.
003400     MOVE WS-BUSINESS-DATE
003410         TO BAL-BUSINESS-DATE OF BAL-NEW-REC.
003420     MOVE WS-BT-OPENING(WS-BAL-SUB)
003430         TO BAL-OPENING OF BAL-NEW-REC.
003440     MOVE WS-BT-DEBITS(WS-BAL-SUB)
003450         TO BAL-DAY-DEBITS OF BAL-NEW-REC.
003460     MOVE WS-BT-CREDITS(WS-BAL-SUB)
003470         TO BAL-DAY-CREDITS OF BAL-NEW-REC.
003480     COMPUTE BAL-CLOSING OF BAL-NEW-REC =
003490         WS-BT-OPENING(WS-BAL-SUB)
003500         + WS-BT-DEBITS(WS-BAL-SUB)
003510         - WS-BT-CREDITS(WS-BAL-SUB).
003520     MOVE WS-BT-ITEMS(WS-BAL-SUB)
003530         TO BAL-DAY-ITEMS OF BAL-NEW-REC.
003540     WRITE BAL-NEW-REC.
003550 8100-EXIT.
003560     EXIT.
003570*----------------------------------------------------------*
003580* 9000-TERMINATE -- CLOSE FILES AND REPORT VOLUME            *
003590*----------------------------------------------------------*
003600 9000-TERMINATE.
003610     IF WS-ALLOUT-STATUS = "00" OR WS-ALLOUT-STATUS = "10"
003620         CLOSE RESULTS-IN
003630     END-IF.
003631     IF WS-HIST-OPEN
003632         CLOSE HISTORY-MASTER
003633     END-IF.
003634     IF WS-ORIG-MISS-COUNT > ZERO
003635         DISPLAY "MISE-A-JOUR-SOLDES: " WS-ORIG-MISS-COUNT
003636                 " REVERSAL OFFSET(S) WITH NO ORIGINAL ON THE "
003637                 "HISTORY MASTER - POSTED TO "
003638                 WS-BASE-CURRENCY "."
003639     END-IF.
003640     DISPLAY "MISE-A-JOUR-SOLDES POSTED " WS-RECORD-COUNT
003650             " RESULT(S) TO " WS-BAL-COUNT " BALANCE(S), "
003660             WS-NEW-BAL-COUNT " NEW, FOR " WS-BUSINESS-DATE ".".
003665     MOVE WS-SUM-RESULT TO WS-EDITED-NET.
003667     DISPLAY "MISE-A-JOUR-SOLDES NET POSTED: " WS-EDITED-NET.
003670 9000-EXIT.
003680     EXIT.
