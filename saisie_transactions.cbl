000430*                 EACH ITEM AND ONLY APPROVED ITEMS ARE      *
000440*                 RELEASED INTO THE INPUT FILES BY THE       *
000450*                 DAILY STREAM.                              *
000451* 2026-10-15  DM  STAMP PND-ORIGIN ON THE PENDING-APPROVAL   *
000452*                 RECORD FOR THE EXCEPTION AGING REPORT.     *
000453* 2026-10-15  DM  TRAN-IDS ARE NOW DATED: TWO-DIGIT ID YEAR  *
000454*                 PLUS A FOUR-CHARACTER BASE-36 SERIAL FROM  *
000455*                 TRANSEQ (NOW COPYBOOK SEQREC), RESTARTED   *
000456*                 EACH YEAR, SO THEY CANNOT MEET AN EARLIER  *
000457*                 YEAR'S IDS OR A SOURCE'S "T" PLUS FIVE     *
000458*                 DIGITS.  A YEAR WHOSE SERIALS ARE ALL      *
000459*                 USED ASSIGNS NOTHING RATHER THAN WRAP.     *
000460*----------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000660*                  SESSION                                   *
000670*----------------------------------------------------------*
000680 FD  TRAN-SEQ-FILE.
000690     COPY SEQREC.
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------*
000740* SWITCHES AND COUNTERS                                     *
001190* TRAN-ID ASSIGNMENT                                        *
001200*----------------------------------------------------------*
001210 01  WS-SEQ-STATUS               PIC X(02).
001212 01  WS-LEGACY-NUMBER            PIC 9(05) VALUE ZERO.
001214 01  WS-ID-YEAR                  PIC 9(04) VALUE ZERO.
001216 01  WS-ID-YEAR-R REDEFINES WS-ID-YEAR.
001218     05  FILLER                  PIC 9(02).
001220     05  WS-ID-YEAR-YY           PIC 9(02).
001222 01  WS-NEXT-SERIAL              PIC 9(07) VALUE 1.
001224 01  WS-SERIAL-LIMIT             PIC 9(07) VALUE 1679615.
001226 01  WS-SERIAL-WORK              PIC 9(07) COMP.
001228 01  WS-SERIAL-QUOT              PIC 9(07) COMP.
001230 01  WS-SERIAL-REM               PIC 9(02) COMP.
001232 01  WS-ENCODE-POS               PIC 9(02) COMP.
001234 01  WS-ID-SW                    PIC X(01).
001236     88  WS-ID-AVAILABLE               VALUE "Y".
001238     88  WS-ID-EXHAUSTED               VALUE "N".
001240 01  WS-TODAY-YMD.
001242     05  WS-TODAY-YEAR           PIC 9(04).
001244     05  FILLER                  PIC 9(04).
001246 01  WS-BASE36-DIGITS            PIC X(36) VALUE
001248     "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001250 01  WS-BASE36-TABLE REDEFINES WS-BASE36-DIGITS.
001252     05  WS-BASE36-CHAR          PIC X(01) OCCURS 36 TIMES.
001254 01  WS-ASSIGNED-ID.
001256     05  WS-ASSIGNED-YY          PIC 9(02).
001258     05  WS-ASSIGNED-SERIAL      PIC X(04).
001260*----------------------------------------------------------*
001270* FILE ASSIGNMENT AND SESSION FIELDS                        *
001280*----------------------------------------------------------*
001800 1000-EXIT.
001810     EXIT.
001820*----------------------------------------------------------*
001825* 1200-READ-SEQUENCE -- FETCH THE DATED TRAN-ID YEAR AND     *
001830*                 NEXT SERIAL FROM THE SEQUENCE CONTROL      *
001835*                 FILE.  A MISSING OR EMPTY FILE, OR ONE CUT *
001840*                 BEFORE THE DATED FIELDS EXISTED, STARTS    *
001845*                 THE CURRENT YEAR AT SERIAL 1; A NEW YEAR   *
001850*                 RESTARTS THE SERIAL, BUT THE ID YEAR NEVER *
001855*                 GOES BACK.                                 *
001860*----------------------------------------------------------*
001870 1200-READ-SEQUENCE.
001875     MOVE ZERO TO WS-LEGACY-NUMBER.
001880     MOVE ZERO TO WS-ID-YEAR.
001885     MOVE 1 TO WS-NEXT-SERIAL.
001890     OPEN INPUT TRAN-SEQ-FILE.
001895     IF WS-SEQ-STATUS NOT = "00"
001900         GO TO 1210-SET-ID-YEAR
001905     END-IF.
001910     READ TRAN-SEQ-FILE
001915         AT END
001920             CONTINUE
001925         NOT AT END
001930             IF SEQ-NEXT-NUMBER IS NUMERIC
001935                 MOVE SEQ-NEXT-NUMBER TO WS-LEGACY-NUMBER
001940             END-IF
001945             IF SEQ-ID-YEAR IS NUMERIC
001950              AND SEQ-NEXT-SERIAL IS NUMERIC
001955              AND SEQ-NEXT-SERIAL > ZERO
001960                 MOVE SEQ-ID-YEAR TO WS-ID-YEAR
001965                 MOVE SEQ-NEXT-SERIAL TO WS-NEXT-SERIAL
001970             END-IF
001975     END-READ.
001980     CLOSE TRAN-SEQ-FILE.
001985 1210-SET-ID-YEAR.
001990     ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD.
001995     IF WS-TODAY-YEAR > WS-ID-YEAR
002000         MOVE WS-TODAY-YEAR TO WS-ID-YEAR
002005         MOVE 1 TO WS-NEXT-SERIAL
002010     END-IF.
002040 1200-EXIT.
002050     EXIT.
002051*----------------------------------------------------------*
002052* 1250-NEXT-TRAN-ID -- BUILD THE TRAN-ID FOR WS-NEXT-SERIAL: *
002053*                 THE TWO-DIGIT ID YEAR AND THE SERIAL AS    *
002054*                 FOUR BASE-36 CHARACTERS.  THE CALLER ADDS  *
002055*                 ONE TO THE SERIAL ONCE THE ID IS USED.  A  *
002056*                 SERIAL PAST "ZZZZ" ASSIGNS NOTHING AND     *
002057*                 SETS WS-ID-EXHAUSTED.                      *
002058*----------------------------------------------------------*
002059 1250-NEXT-TRAN-ID.
002060     IF WS-NEXT-SERIAL > WS-SERIAL-LIMIT
002061         SET WS-ID-EXHAUSTED TO TRUE
002062         GO TO 1250-EXIT
002063     END-IF.
002064     SET WS-ID-AVAILABLE TO TRUE.
002065     MOVE WS-ID-YEAR-YY TO WS-ASSIGNED-YY.
002066     MOVE WS-NEXT-SERIAL TO WS-SERIAL-WORK.
002067     PERFORM 1260-ENCODE-ONE-CHAR THRU 1260-EXIT
002068         VARYING WS-ENCODE-POS FROM 4 BY -1
002069         UNTIL WS-ENCODE-POS < 1.
002070 1250-EXIT.
002071     EXIT.
002072 1260-ENCODE-ONE-CHAR.
002073     DIVIDE WS-SERIAL-WORK BY 36
002074         GIVING WS-SERIAL-QUOT REMAINDER WS-SERIAL-REM.
002075     ADD 1 TO WS-SERIAL-REM.
002076     MOVE WS-BASE36-CHAR(WS-SERIAL-REM)
002077         TO WS-ASSIGNED-SERIAL(WS-ENCODE-POS : 1).
002078     MOVE WS-SERIAL-QUOT TO WS-SERIAL-WORK.
002079 1260-EXIT.
002080     EXIT.
002081*----------------------------------------------------------*
002082* 2000-ENTER-TRANSACTION -- KEY ONE TRANSACTION, VALIDATE    *
002083*                 EACH FIELD, ASSIGN THE TRAN-ID AND DATE,   *
002090*                 APPEND THE RECORD AND ROLL THE BATCH       *
002100*                 TOTALS                                     *
002110*----------------------------------------------------------*
002440     DISPLAY "Account (8 characters, blank=house): ".
002450     ACCEPT WS-ACCOUNT.
002460     PERFORM 3500-WRITE-TRANSACTION THRU 3500-EXIT.
002462     IF WS-DONE
002464         GO TO 2000-EXIT
002466     END-IF.
002470     PERFORM 3700-PROMPT-ANOTHER THRU 3700-EXIT.
002480 2000-EXIT.
002490     EXIT.
003520 3500-WRITE-TRANSACTION.
003530     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003540     ACCEPT WS-CURRENT-TIME FROM TIME.
003542     PERFORM 1250-NEXT-TRAN-ID THRU 1250-EXIT.
003544     IF WS-ID-EXHAUSTED
003546         DISPLAY "SAISIE-TRANSACTIONS: NO TRAN-IDS LEFT FOR "
003548                 WS-ID-YEAR " - ITEM NOT RECORDED, ENDING "
003550                 "SESSION."
003552         SET WS-DONE TO TRUE
003554         GO TO 3500-EXIT
003556     END-IF.
003560     INITIALIZE TRANSACTION-RECORD.
003570     MOVE WS-ASSIGNED-ID  TO TRAN-ID.
003580     MOVE WS-CURRENT-DATE TO TRAN-DATE.
003670     MOVE WS-TARGET          TO PND-TARGET-FILE.
003680     MOVE TRANSACTION-RECORD TO PND-TRAN-IMAGE.
003690     MOVE WS-OPERATOR-ID     TO PND-MAKER-ID.
003691     MOVE "SAISIE"           TO PND-ORIGIN.
003700     MOVE WS-CURRENT-DATE    TO PND-ENTRY-DATE.
003710     MOVE WS-CURRENT-TIME    TO PND-ENTRY-TIME.
003720     SET PND-PENDING TO TRUE.
003730     WRITE PENDING-RECORD.
003740     DISPLAY "RECORDED AS " WS-ASSIGNED-ID
003750             " - AWAITING APPROVAL.".
003760     ADD 1 TO WS-NEXT-SERIAL.
003770     ADD 1 TO WS-BATCH-COUNT.
003780     ADD WS-NUM1 TO WS-BATCH-HASH.
003790     ADD WS-NUM2 TO WS-BATCH-HASH.
004130     IF WS-BATCH-COUNT > ZERO
004140         OPEN OUTPUT TRAN-SEQ-FILE
004150         INITIALIZE SEQ-RECORD
004155         MOVE WS-LEGACY-NUMBER TO SEQ-NEXT-NUMBER
004160         MOVE WS-ID-YEAR       TO SEQ-ID-YEAR
004165         MOVE WS-NEXT-SERIAL   TO SEQ-NEXT-SERIAL
004170         WRITE SEQ-RECORD
004180         CLOSE TRAN-SEQ-FILE
004190     END-IF.
