000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REVUE-DOUBLONS.
000030 AUTHOR. D-MARCOTTE.
000040 INSTALLATION. FINANCE-SYSTEMS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  DM  NEW PROGRAM.  SUPERVISOR REVIEW OF THE    *
000110*                 SUSPECTED-DUPLICATE QUEUE (DUPSUSP)       *
000120*                 FILLED BY DETECTION-DOUBLONS.  EACH       *
000130*                 PENDING ITEM IS SHOWN NEXT TO THE POSTED  *
000140*                 HISTORY ITEM IT REPEATS (KEYED READ OF    *
000150*                 HISTMAST) AND IS RELEASED OR REJECTED.    *
000160*                 A RELEASED ITEM HAS TRAN-DUP-IND "P" SET  *
000170*                 ON ITS IMAGE AND, ONCE THE QUEUE SWAP IS  *
000180*                 DURABLE, GOES ON THE PENDING-APPROVAL     *
000190*                 FILE AS APPROVED, SO THE DAILY STREAM'S   *
000200*                 APPROVAL RELEASE CARRIES IT INTO THE      *
000210*                 NEXT RUN AS IT DOES A PASSED REFERRAL.    *
000220*                 EVERY DECISION GOES TO AUDITLOG UNDER     *
000230*                 THE SIGNED-ON OPERID.                     *
000231* 2026-10-15  DM  STAMP PND-ORIGIN ON THE PENDING-APPROVAL  *
000232*                 RECORD FOR THE EXCEPTION AGING REPORT.    *
000240*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT DUP-IN           ASSIGN TO DUPSUSP
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-DUP-IN-STATUS.
000310     SELECT DUP-NEW          ASSIGN DYNAMIC WS-DUP-TEMP-PATH
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-DUP-NEW-STATUS.
000340     SELECT HISTORY-MASTER   ASSIGN TO HISTMAST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS HIST-TRAN-ID
000380         FILE STATUS IS WS-HIST-STATUS.
000390     SELECT PENDING-OUT      ASSIGN TO PENDAPPR
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PEND-STATUS.
000420     SELECT AUDIT-LOG        ASSIGN TO AUDITLOG
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-AUDIT-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470*----------------------------------------------------------*
000480* DUP-IN/DUP-NEW -- THE LIVE QUEUE AND ITS REWRITTEN COPY,  *
000490*                 SWAPPED IN AT END                         *
000500*----------------------------------------------------------*
000510 FD  DUP-IN.
000520     COPY DUPREC REPLACING ==DUPLICATE-RECORD== BY
000530         ==DUP-IN-REC==.
000540 FD  DUP-NEW.
000550     COPY DUPREC REPLACING ==DUPLICATE-RECORD== BY
000560         ==DUP-NEW-REC==.
000570*----------------------------------------------------------*
000580* HISTORY-MASTER -- THE POSTED ITEM A SUSPECT REPEATS, READ *
000590*                 BY TRAN-ID INTO THE WORKING IMAGE         *
000600*----------------------------------------------------------*
000610 FD  HISTORY-MASTER.
000620 01  HIST-REC.
000630     05  HIST-TRAN-ID            PIC X(06).
000640     05  FILLER                  PIC X(56).
000650*----------------------------------------------------------*
000660* PENDING-OUT -- RELEASED ITEMS, QUEUED FOR THE STREAM'S    *
000670*                APPROVAL RELEASE                           *
000680*----------------------------------------------------------*
000690 FD  PENDING-OUT.
000700     COPY PNDREC.
000710*----------------------------------------------------------*
000720* AUDIT-LOG -- ONE RECORD PER DECISION                      *
000730*----------------------------------------------------------*
000740 FD  AUDIT-LOG.
000750     COPY AUDTREC.
000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------*
000780* SWITCHES AND COUNTERS                                     *
000790*----------------------------------------------------------*
000800 01  WS-EOF-SW                   PIC X(01).
000810     88  WS-EOF                        VALUE "Y".
000820     88  WS-NOT-EOF                    VALUE "N".
000830 01  WS-DONE-SW                  PIC X(01).
000840     88  WS-DONE                       VALUE "Y".
000850     88  WS-NOT-DONE                   VALUE "N".
000860 01  WS-NO-FILE-SW               PIC X(01) VALUE "N".
000870     88  WS-NO-FILE                    VALUE "Y".
000880 01  WS-HIST-OPEN-SW             PIC X(01) VALUE "N".
000890     88  WS-HIST-OPEN                  VALUE "Y".
000900 01  WS-DUP-IN-STATUS            PIC X(02).
000910 01  WS-DUP-NEW-STATUS           PIC X(02).
000920 01  WS-HIST-STATUS              PIC X(02).
000930 01  WS-PEND-STATUS              PIC X(02).
000940 01  WS-AUDIT-STATUS             PIC X(02).
000950 01  WS-RETRY-COUNT              PIC 9(02) COMP.
000960 01  WS-SHOWN-COUNT              PIC 9(05) COMP VALUE ZERO.
000970 01  WS-RELEASED-COUNT           PIC 9(05) COMP VALUE ZERO.
000980 01  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
000990 01  WS-SKIPPED-COUNT            PIC 9(05) COMP VALUE ZERO.
001000*----------------------------------------------------------*
001010* OPERATOR DIALOGUE FIELDS                                  *
001020*----------------------------------------------------------*
001030 01  WS-ACTION                   PIC X(01).
001040     88  WS-ACTION-RELEASE             VALUE "L".
001050     88  WS-ACTION-REJECT              VALUE "R".
001060     88  WS-ACTION-SKIP                VALUE "S".
001070     88  WS-ACTION-EXIT                VALUE "X".
001080     88  WS-ACTION-VALID               VALUE "L" "R" "S" "X".
001090 01  WS-CHECKER-ID               PIC X(08).
001100 01  WS-CURRENT-DATE             PIC 9(08).
001110 01  WS-CURRENT-TIME             PIC 9(08).
001120 01  WS-EDITED-NUM1              PIC ZZZZ9.99.
001130 01  WS-EDITED-NUM2              PIC ZZZZ9.99.
001140 01  WS-AUDIT-ACTION             PIC X(04).
001150*----------------------------------------------------------*
001160* STAGED RELEASES -- RELEASED ITEMS ARE QUEUED ON THE       *
001170* PENDING FILE ONLY AFTER THE QUEUE SWAP HAS MADE THEIR     *
001180* RELEASED DISPOSITION DURABLE                              *
001190*----------------------------------------------------------*
001200 01  WS-STAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
001210 01  WS-STAGE-MAX                PIC 9(03) COMP VALUE 500.
001220 01  WS-STAGE-SUB                PIC 9(03) COMP.
001230 01  WS-STAGE-TABLE.
001240     05  WS-STAGE-ENTRY OCCURS 500 TIMES.
001250         10  WS-STAGE-TAG        PIC X(01).
001260         10  WS-STAGE-IMAGE      PIC X(62).
001270*----------------------------------------------------------*
001280* THE HELD TRANSACTION IMAGE (OR THE HISTORY ITEM IT        *
001290* MATCHED, WHILE THAT IS ON SHOW), UNFOLDED                 *
001300*----------------------------------------------------------*
001310 COPY TRANREC.
001320*----------------------------------------------------------*
001330* FILE SWAP FIELDS                                          *
001340*----------------------------------------------------------*
001350 01  WS-DUP-ENV-NAME             PIC X(20) VALUE "DUPSUSP".
001360 01  WS-DUP-PATH                 PIC X(60).
001370 01  WS-DUP-TEMP-PATH            PIC X(64).
001380 01  WS-SWAP-RETURN-CODE         PIC S9(9) COMP-5.
001390 PROCEDURE DIVISION.
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     PERFORM 2000-REVIEW-ONE THRU 2000-EXIT
001430         UNTIL WS-EOF.
001440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001450     GOBACK.
001460*----------------------------------------------------------*
001470* 1000-INITIALIZE -- THE SUPERVISOR'S IDENTITY, THE QUEUE   *
001480*                    AND THE HISTORY MASTER                 *
001490*----------------------------------------------------------*
001500 1000-INITIALIZE.
001510     SET WS-NOT-EOF  TO TRUE.
001520     SET WS-NOT-DONE TO TRUE.
001530     ACCEPT WS-CHECKER-ID FROM ENVIRONMENT "OPERID".
001540     IF WS-CHECKER-ID = SPACES
001550         DISPLAY "REVUE-DOUBLONS: NO SIGNED-ON OPERATOR - "
001560                 "SIGN ON THROUGH THE MENU."
001570         SET WS-NO-FILE TO TRUE
001580         SET WS-EOF TO TRUE
001590         GO TO 1000-EXIT
001600     END-IF.
001610     ACCEPT WS-DUP-PATH FROM ENVIRONMENT WS-DUP-ENV-NAME.
001620     IF WS-DUP-PATH = SPACES
001630         MOVE WS-DUP-ENV-NAME TO WS-DUP-PATH
001640     END-IF.
001650     STRING WS-DUP-PATH     DELIMITED BY SPACE
001660            ".TMP"          DELIMITED BY SIZE
001670         INTO WS-DUP-TEMP-PATH.
001680     OPEN INPUT DUP-IN.
001690     IF WS-DUP-IN-STATUS NOT = "00"
001700         DISPLAY "REVUE-DOUBLONS: NO SUSPECTED-DUPLICATE "
001710                 "QUEUE - NOTHING IS HELD."
001720         SET WS-NO-FILE TO TRUE
001730         SET WS-EOF TO TRUE
001740         GO TO 1000-EXIT
001750     END-IF.
001760     OPEN INPUT HISTORY-MASTER.
001770     IF WS-HIST-STATUS = "00"
001780         SET WS-HIST-OPEN TO TRUE
001790     END-IF.
001800     OPEN OUTPUT DUP-NEW.
001810     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
001820 1000-EXIT.
001830     EXIT.
001840*----------------------------------------------------------*
001850* 2000-REVIEW-ONE -- PRESENT ONE PENDING ITEM AND APPLY THE *
001860*                 SUPERVISOR'S DECISION                     *
001870*----------------------------------------------------------*
001880 2000-REVIEW-ONE.
001890     IF NOT DUP-PENDING OF DUP-IN-REC
001900      OR WS-DONE
001910         PERFORM 2900-COPY-RECORD THRU 2900-EXIT
001920         PERFORM 2100-READ-NEXT THRU 2100-EXIT
001930         GO TO 2000-EXIT
001940     END-IF.
001950     ADD 1 TO WS-SHOWN-COUNT.
001960     PERFORM 2200-SHOW-ITEM THRU 2200-EXIT.
001970     PERFORM 2250-SHOW-MATCH THRU 2250-EXIT.
001980     PERFORM 2300-GET-ACTION THRU 2300-EXIT.
001990     MOVE DUP-TRAN-IMAGE OF DUP-IN-REC TO TRANSACTION-RECORD.
002000     EVALUATE TRUE
002010         WHEN WS-ACTION-RELEASE
002020             PERFORM 3000-STAGE-RELEASE THRU 3000-EXIT
002030         WHEN WS-ACTION-REJECT
002040             SET DUP-REJECTED OF DUP-IN-REC TO TRUE
002050             MOVE WS-CHECKER-ID
002060                 TO DUP-CHECKER-ID OF DUP-IN-REC
002070             ADD 1 TO WS-REJECTED-COUNT
002080             MOVE "REJT" TO WS-AUDIT-ACTION
002090             PERFORM 3800-WRITE-AUDIT-LOG THRU 3800-EXIT
002100         WHEN WS-ACTION-SKIP
002110             ADD 1 TO WS-SKIPPED-COUNT
002120         WHEN WS-ACTION-EXIT
002130             SET WS-DONE TO TRUE
002140             ADD 1 TO WS-SKIPPED-COUNT
002150     END-EVALUATE.
002160     PERFORM 2900-COPY-RECORD THRU 2900-EXIT.
002170     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
002180 2000-EXIT.
002190     EXIT.
002200*----------------------------------------------------------*
002210* 2100-READ-NEXT -- READ ONE QUEUE RECORD                   *
002220*----------------------------------------------------------*
002230 2100-READ-NEXT.
002240     READ DUP-IN
002250         AT END SET WS-EOF TO TRUE
002260     END-READ.
002270 2100-EXIT.
002280     EXIT.
002290*----------------------------------------------------------*
002300* 2200-SHOW-ITEM -- THE HELD ITEM THE WAY THE SUPERVISOR    *
002310*                 NEEDS TO SEE IT TO DECIDE                 *
002320*----------------------------------------------------------*
002330 2200-SHOW-ITEM.
002340     MOVE DUP-TRAN-IMAGE OF DUP-IN-REC TO TRANSACTION-RECORD.
002350     MOVE TRAN-NUM1 TO WS-EDITED-NUM1.
002360     MOVE TRAN-NUM2 TO WS-EDITED-NUM2.
002370     DISPLAY " ".
002380     DISPLAY "HELD " TRAN-ID " AS A SUSPECTED DUPLICATE ON "
002390             DUP-RUN-DATE OF DUP-IN-REC.
002400     DISPLAY "  FILE    : " DUP-TARGET-FILE OF DUP-IN-REC.
002410     DISPLAY "  DATE    : " TRAN-DATE.
002420     DISPLAY "  ACCOUNT : " TRAN-ACCOUNT.
002430     DISPLAY "  NUM1    : " WS-EDITED-NUM1
002440             "  SIGN " TRAN-SIGN-IND.
002450     DISPLAY "  NUM2    : " WS-EDITED-NUM2
002460             "  SIGN " TRAN-SIGN-IND2.
002470     DISPLAY "  OP/CURR : " TRAN-OP-CODE " " TRAN-CURRENCY-CODE.
002480 2200-EXIT.
002490     EXIT.
002500*----------------------------------------------------------*
002510* 2250-SHOW-MATCH -- THE POSTED ITEM IT REPEATS, AS HELD    *
002520*                 ON THE HISTORY MASTER (BASE-CURRENCY      *
002530*                 AMOUNTS)                                  *
002540*----------------------------------------------------------*
002550 2250-SHOW-MATCH.
002560     DISPLAY "MATCHES POSTED " DUP-MATCH-TRAN-ID OF DUP-IN-REC
002570             " OF " DUP-MATCH-DATE OF DUP-IN-REC.
002580     IF NOT WS-HIST-OPEN
002590         DISPLAY "  (HISTORY MASTER NOT AVAILABLE)"
002600         GO TO 2250-EXIT
002610     END-IF.
002620     MOVE DUP-MATCH-TRAN-ID OF DUP-IN-REC TO HIST-TRAN-ID.
002630     READ HISTORY-MASTER INTO TRANSACTION-RECORD
002640         INVALID KEY
002650             DISPLAY "  (NO LONGER ON THE HISTORY MASTER)"
002660             GO TO 2250-EXIT
002670     END-READ.
002680     MOVE TRAN-NUM1 TO WS-EDITED-NUM1.
002690     MOVE TRAN-NUM2 TO WS-EDITED-NUM2.
002700     DISPLAY "  ACCOUNT : " TRAN-ACCOUNT.
002710     DISPLAY "  NUM1    : " WS-EDITED-NUM1
002720             "  SIGN " TRAN-SIGN-IND.
002730     DISPLAY "  NUM2    : " WS-EDITED-NUM2
002740             "  SIGN " TRAN-SIGN-IND2.
002750     DISPLAY "  RESULT  : " TRAN-RESULT
002760             "  REVERSAL " TRAN-REV-IND.
002770 2250-EXIT.
002780     EXIT.
002790*----------------------------------------------------------*
002800* 2300-GET-ACTION -- THE SUPERVISOR'S DECISION, BOUNDED     *
002810*                 RE-PROMPTS AS USUAL                       *
002820*----------------------------------------------------------*
002830 2300-GET-ACTION.
002840     MOVE ZERO TO WS-RETRY-COUNT.
002850 2310-PROMPT-ACTION.
002860     DISPLAY "Action (L=release, R=reject, S=skip, X=exit): ".
002870     ACCEPT WS-ACTION.
002880     IF NOT WS-ACTION-VALID
002890         ADD 1 TO WS-RETRY-COUNT
002900         IF WS-RETRY-COUNT > 5
002910             DISPLAY "REVUE-DOUBLONS: TOO MANY INVALID "
002920                     "ENTRIES - ENDING RUN."
002930             SET WS-ACTION-EXIT TO TRUE
002940             GO TO 2300-EXIT
002950         END-IF
002960         DISPLAY "Invalid entry - enter L, R, S or X."
002970         GO TO 2310-PROMPT-ACTION
002980     END-IF.
002990 2300-EXIT.
003000     EXIT.
003010*----------------------------------------------------------*
003020* 3000-STAGE-RELEASE -- MARK THE QUEUE ITEM RELEASED, FLAG  *
003030*                 THE IMAGE DUPLICATE-RELEASED AND HOLD IT  *
003040*                 FOR THE PENDING QUEUE                     *
003050*----------------------------------------------------------*
003060 3000-STAGE-RELEASE.
003070     IF WS-STAGE-COUNT >= WS-STAGE-MAX
003080         DISPLAY "REVUE-DOUBLONS: STAGING TABLE FULL - "
003090                 "ITEM LEFT PENDING, FINISH THE SESSION "
003100                 "AND START ANOTHER."
003110         ADD 1 TO WS-SKIPPED-COUNT
003120         GO TO 3000-EXIT
003130     END-IF.
003140     SET DUP-RELEASED OF DUP-IN-REC TO TRUE.
003150     MOVE WS-CHECKER-ID TO DUP-CHECKER-ID OF DUP-IN-REC.
003160     SET TRAN-DUP-RELEASED TO TRUE.
003170     ADD 1 TO WS-STAGE-COUNT.
003180     MOVE DUP-TARGET-FILE OF DUP-IN-REC
003190         TO WS-STAGE-TAG(WS-STAGE-COUNT).
003200     MOVE TRANSACTION-RECORD
003210         TO WS-STAGE-IMAGE(WS-STAGE-COUNT).
003220     ADD 1 TO WS-RELEASED-COUNT.
003230     MOVE "RELS" TO WS-AUDIT-ACTION.
003240     PERFORM 3800-WRITE-AUDIT-LOG THRU 3800-EXIT.
003250     DISPLAY "ITEM " TRAN-ID " RELEASED - QUEUED FOR THE "
003260             "NEXT RUN.".
003270 3000-EXIT.
003280     EXIT.
003290*----------------------------------------------------------*
003300* 2900-COPY-RECORD -- WRITE THE CURRENT QUEUE ITEM,         *
003310*                 DECISION INCLUDED, TO THE REWRITTEN FILE  *
003320*----------------------------------------------------------*
003330 2900-COPY-RECORD.
003340     MOVE DUP-IN-REC TO DUP-NEW-REC.
003350     WRITE DUP-NEW-REC.
003360 2900-EXIT.
003370     EXIT.
003380*----------------------------------------------------------*
003390* 3800-WRITE-AUDIT-LOG -- ONE AUDIT RECORD PER DECISION,    *
003400*                 UNDER THE SIGNED-ON SUPERVISOR, NAMING    *
003410*                 THE ITEM AND THE POSTED ITEM IT REPEATED  *
003420*----------------------------------------------------------*
003430 3800-WRITE-AUDIT-LOG.
003440     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003450     ACCEPT WS-CURRENT-TIME FROM TIME.
003460     OPEN EXTEND AUDIT-LOG.
003470     IF WS-AUDIT-STATUS NOT = "00"
003480         OPEN OUTPUT AUDIT-LOG
003490     END-IF.
003500     INITIALIZE AUDIT-RECORD.
003510     MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
003520     MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
003530     MOVE "REVUDUP"       TO AUD-PROGRAM-ID.
003540     MOVE WS-CHECKER-ID   TO AUD-OPERATOR-ID.
003550     MOVE TRAN-NUM1       TO AUD-NUM1.
003560     MOVE TRAN-NUM2       TO AUD-NUM2.
003570     MOVE ZERO            TO AUD-RESULT.
003580     MOVE WS-AUDIT-ACTION TO AUD-MAINT-ACTION.
003590     MOVE TRAN-ID         TO AUD-MAINT-KEY.
003600     STRING "MATCHES POSTED "               DELIMITED BY SIZE
003610            DUP-MATCH-TRAN-ID OF DUP-IN-REC DELIMITED BY SIZE
003620            " OF "                          DELIMITED BY SIZE
003630            DUP-MATCH-DATE OF DUP-IN-REC    DELIMITED BY SIZE
003640         INTO AUD-MAINT-DETAIL.
003650     WRITE AUDIT-RECORD.
003660     CLOSE AUDIT-LOG.
003670 3800-EXIT.
003680     EXIT.
003690*----------------------------------------------------------*
003700* 9000-TERMINATE -- SWAP THE REWRITTEN QUEUE IN, THEN, AND  *
003710*                   ONLY THEN, QUEUE THE RELEASED ITEMS ON  *
003720*                   THE PENDING FILE                        *
003730*----------------------------------------------------------*
003740 9000-TERMINATE.
003750     IF WS-NO-FILE
003760         GO TO 9000-EXIT
003770     END-IF.
003780     IF WS-HIST-OPEN
003790         CLOSE HISTORY-MASTER
003800     END-IF.
003810     CLOSE DUP-IN.
003820     CLOSE DUP-NEW.
003830     CALL "CBL_DELETE_FILE" USING WS-DUP-PATH
003840         RETURNING WS-SWAP-RETURN-CODE.
003850     CALL "CBL_RENAME_FILE" USING WS-DUP-TEMP-PATH
003860         WS-DUP-PATH
003870         RETURNING WS-SWAP-RETURN-CODE.
003880     IF WS-SWAP-RETURN-CODE NOT = ZERO
003890         DISPLAY "REVUE-DOUBLONS: QUEUE FILE SWAP FAILED - "
003900                 "STAGED RELEASES DISCARDED, ITEMS REMAIN "
003910                 "PENDING."
003920         MOVE 8 TO RETURN-CODE
003930         GO TO 9000-EXIT
003940     END-IF.
003950     PERFORM 9500-QUEUE-RELEASES THRU 9500-EXIT.
003960     DISPLAY "REVUE-DOUBLONS: " WS-SHOWN-COUNT " SHOWN, "
003970             WS-RELEASED-COUNT " RELEASED, "
003980             WS-REJECTED-COUNT " REJECTED, "
003990             WS-SKIPPED-COUNT " LEFT PENDING.".
004000 9000-EXIT.
004010     EXIT.
004020*----------------------------------------------------------*
004030* 9500-QUEUE-RELEASES -- THE RELEASED DISPOSITIONS ARE ON   *
004040*                 DISK; THE RELEASED ITEMS GO ONTO THE      *
004050*                 PENDING FILE AS APPROVED, READY FOR THE   *
004060*                 STREAM'S APPROVAL RELEASE                 *
004070*----------------------------------------------------------*
004080 9500-QUEUE-RELEASES.
004090     IF WS-STAGE-COUNT = ZERO
004100         GO TO 9500-EXIT
004110     END-IF.
004120     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004130     ACCEPT WS-CURRENT-TIME FROM TIME.
004140     OPEN EXTEND PENDING-OUT.
004150     IF WS-PEND-STATUS NOT = "00"
004160         OPEN OUTPUT PENDING-OUT
004170     END-IF.
004180     PERFORM 9600-WRITE-ONE-PENDING THRU 9600-EXIT
004190         VARYING WS-STAGE-SUB FROM 1 BY 1
004200         UNTIL WS-STAGE-SUB > WS-STAGE-COUNT.
004210     CLOSE PENDING-OUT.
004220 9500-EXIT.
004230     EXIT.
004240 9600-WRITE-ONE-PENDING.
004250     INITIALIZE PENDING-RECORD.
004260     MOVE WS-STAGE-TAG(WS-STAGE-SUB) TO PND-TARGET-FILE.
004270     MOVE WS-STAGE-IMAGE(WS-STAGE-SUB) TO PND-TRAN-IMAGE.
004280     MOVE "DUPLICAT"      TO PND-MAKER-ID.
004281     MOVE "REVUDUP"       TO PND-ORIGIN.
004290     MOVE WS-CURRENT-DATE TO PND-ENTRY-DATE.
004300     MOVE WS-CURRENT-TIME TO PND-ENTRY-TIME.
004310     SET PND-APPROVED TO TRUE.
004320     MOVE WS-CHECKER-ID   TO PND-CHECKER-ID.
004330     WRITE PENDING-RECORD.
004340 9600-EXIT.
004350     EXIT.
