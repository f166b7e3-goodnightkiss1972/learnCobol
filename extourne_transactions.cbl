000517*                 DOUBLE-POST.  THE REVERSAL NOW STOPS ON   *
000518*                 A FAILED MARK AND THE ITEM IS LEFT        *
000519*                 UN-REVERSED.                              *
000520* 2026-10-15  DM  STAMP PND-ORIGIN ON THE PENDING-APPROVAL  *
000521*                 RECORD FOR THE EXCEPTION AGING REPORT.    *
000522* 2026-10-15  DM  TRAN-IDS ARE NOW DATED: TWO-DIGIT ID YEAR *
000523*                 PLUS A FOUR-CHARACTER BASE-36 SERIAL FROM *
000524*                 TRANSEQ (NOW COPYBOOK SEQREC), RESTARTED  *
000525*                 EACH YEAR, SO THEY CANNOT MEET AN EARLIER *
000526*                 YEAR'S IDS OR A SOURCE'S "T" PLUS FIVE    *
000527*                 DIGITS.  A YEAR WHOSE SERIALS ARE ALL     *
000528*                 USED ASSIGNS NOTHING RATHER THAN WRAP.    *
000529*----------------------------------------------------------*
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000790* TRAN-SEQ-FILE -- THE NEXT TRAN-ID SEQUENCE NUMBER          *
000800*----------------------------------------------------------*
000810 FD  TRAN-SEQ-FILE.
000820     COPY SEQREC.
000850*----------------------------------------------------------*
000860* PENDING-OUT -- THE OFFSET, QUEUED APPROVED FOR THE DAILY   *
000870*                STREAM'S APPROVAL RELEASE                   *
001220* TRAN-ID ASSIGNMENT, THE SAME SHAPE SAISIE-TRANSACTIONS    *
001230* USES                                                      *
001240*----------------------------------------------------------*
001242 01  WS-LEGACY-NUMBER            PIC 9(05) VALUE ZERO.
001244 01  WS-ID-YEAR                  PIC 9(04) VALUE ZERO.
001246 01  WS-ID-YEAR-R REDEFINES WS-ID-YEAR.
001248     05  FILLER                  PIC 9(02).
001250     05  WS-ID-YEAR-YY           PIC 9(02).
001252 01  WS-NEXT-SERIAL              PIC 9(07) VALUE 1.
001254 01  WS-SERIAL-LIMIT             PIC 9(07) VALUE 1679615.
001256 01  WS-SERIAL-WORK              PIC 9(07) COMP.
001258 01  WS-SERIAL-QUOT              PIC 9(07) COMP.
001260 01  WS-SERIAL-REM               PIC 9(02) COMP.
001262 01  WS-ENCODE-POS               PIC 9(02) COMP.
001264 01  WS-ID-SW                    PIC X(01).
001266     88  WS-ID-AVAILABLE               VALUE "Y".
001268     88  WS-ID-EXHAUSTED               VALUE "N".
001270 01  WS-TODAY-YMD.
001272     05  WS-TODAY-YEAR           PIC 9(04).
001274     05  FILLER                  PIC 9(04).
001276 01  WS-BASE36-DIGITS            PIC X(36) VALUE
001278     "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001280 01  WS-BASE36-TABLE REDEFINES WS-BASE36-DIGITS.
001282     05  WS-BASE36-CHAR          PIC X(01) OCCURS 36 TIMES.
001284 01  WS-ASSIGNED-ID.
001286     05  WS-ASSIGNED-YY          PIC 9(02).
001288     05  WS-ASSIGNED-SERIAL      PIC X(04).
001290*----------------------------------------------------------*
001300* OFFSET CONSTRUCTION FIELDS                                *
001310*----------------------------------------------------------*
001650 1000-EXIT.
001660     EXIT.
001670*----------------------------------------------------------*
001675* 1200-READ-SEQUENCE -- FETCH THE DATED TRAN-ID YEAR AND     *
001680*                 NEXT SERIAL FROM THE SEQUENCE CONTROL      *
001685*                 FILE.  A MISSING OR EMPTY FILE, OR ONE CUT *
001690*                 BEFORE THE DATED FIELDS EXISTED, STARTS    *
001695*                 THE CURRENT YEAR AT SERIAL 1; A NEW YEAR   *
001700*                 RESTARTS THE SERIAL, BUT THE ID YEAR NEVER *
001705*                 GOES BACK.                                 *
001710*----------------------------------------------------------*
001720 1200-READ-SEQUENCE.
001725     MOVE ZERO TO WS-LEGACY-NUMBER.
001730     MOVE ZERO TO WS-ID-YEAR.
001735     MOVE 1 TO WS-NEXT-SERIAL.
001740     OPEN INPUT TRAN-SEQ-FILE.
001745     IF WS-SEQ-STATUS NOT = "00"
001750         GO TO 1210-SET-ID-YEAR
001755     END-IF.
001760     READ TRAN-SEQ-FILE
001765         AT END
001770             CONTINUE
001775         NOT AT END
001780             IF SEQ-NEXT-NUMBER IS NUMERIC
001785                 MOVE SEQ-NEXT-NUMBER TO WS-LEGACY-NUMBER
001790             END-IF
001795             IF SEQ-ID-YEAR IS NUMERIC
001800              AND SEQ-NEXT-SERIAL IS NUMERIC
001805              AND SEQ-NEXT-SERIAL > ZERO
001810                 MOVE SEQ-ID-YEAR TO WS-ID-YEAR
001815                 MOVE SEQ-NEXT-SERIAL TO WS-NEXT-SERIAL
001820             END-IF
001825     END-READ.
001830     CLOSE TRAN-SEQ-FILE.
001835 1210-SET-ID-YEAR.
001840     ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD.
001845     IF WS-TODAY-YEAR > WS-ID-YEAR
001850         MOVE WS-TODAY-YEAR TO WS-ID-YEAR
001855         MOVE 1 TO WS-NEXT-SERIAL
001860     END-IF.
001890 1200-EXIT.
001900     EXIT.
001901*----------------------------------------------------------*
001902* 1250-NEXT-TRAN-ID -- BUILD THE TRAN-ID FOR WS-NEXT-SERIAL: *
001903*                 THE TWO-DIGIT ID YEAR AND THE SERIAL AS    *
001904*                 FOUR BASE-36 CHARACTERS.  THE CALLER ADDS  *
001905*                 ONE TO THE SERIAL ONCE THE ID IS USED.  A  *
001906*                 SERIAL PAST "ZZZZ" ASSIGNS NOTHING AND     *
001907*                 SETS WS-ID-EXHAUSTED.                      *
001908*----------------------------------------------------------*
001909 1250-NEXT-TRAN-ID.
001910     IF WS-NEXT-SERIAL > WS-SERIAL-LIMIT
001911         SET WS-ID-EXHAUSTED TO TRUE
001912         GO TO 1250-EXIT
001913     END-IF.
001914     SET WS-ID-AVAILABLE TO TRUE.
001915     MOVE WS-ID-YEAR-YY TO WS-ASSIGNED-YY.
001916     MOVE WS-NEXT-SERIAL TO WS-SERIAL-WORK.
001917     PERFORM 1260-ENCODE-ONE-CHAR THRU 1260-EXIT
001918         VARYING WS-ENCODE-POS FROM 4 BY -1
001919         UNTIL WS-ENCODE-POS < 1.
001920 1250-EXIT.
001921     EXIT.
001922 1260-ENCODE-ONE-CHAR.
001923     DIVIDE WS-SERIAL-WORK BY 36
001924         GIVING WS-SERIAL-QUOT REMAINDER WS-SERIAL-REM.
001925     ADD 1 TO WS-SERIAL-REM.
001926     MOVE WS-BASE36-CHAR(WS-SERIAL-REM)
001927         TO WS-ASSIGNED-SERIAL(WS-ENCODE-POS : 1).
001928     MOVE WS-SERIAL-QUOT TO WS-SERIAL-WORK.
001929 1260-EXIT.
001930     EXIT.
001931*----------------------------------------------------------*
001932* 2000-REVERSE-ONE -- KEY ONE TRAN-ID, SHOW THE RECORD AND   *
001933*                 REVERSE IT ON CONFIRMATION.  BLANK ENTRY   *
001940*                 ENDS THE SESSION.                          *
001950*----------------------------------------------------------*
001960 2000-REVERSE-ONE.
002300     ADD 1 TO WS-REVERSED-COUNT.
002310     DISPLAY WS-KEYED-ID " REVERSED - OFFSET "
002320             WS-ASSIGNED-ID " QUEUED FOR THE NEXT RUN.".
002330     ADD 1 TO WS-NEXT-SERIAL.
002340 2000-EXIT.
002350     EXIT.
002360*----------------------------------------------------------*
002830*----------------------------------------------------------*
002840 3000-MARK-ORIGINAL.
002842     SET WS-MARK-OK TO TRUE.
002844     PERFORM 1250-NEXT-TRAN-ID THRU 1250-EXIT.
002846     IF WS-ID-EXHAUSTED
002848         SET WS-MARK-FAILED TO TRUE
002850         DISPLAY "EXTOURNE-TRANSACTIONS: NO TRAN-IDS LEFT FOR "
002852                 WS-ID-YEAR " TO GIVE THE OFFSET."
002854         GO TO 3000-EXIT
002856     END-IF.
002860     SET TRAN-REVERSED OF HIST-REC TO TRUE.
002870     MOVE WS-ASSIGNED-ID TO TRAN-ORIG-ID OF HIST-REC.
002880     REWRITE HIST-REC
003510     MOVE "S"             TO PND-TARGET-FILE.
003520     MOVE OFFSET-REC      TO PND-TRAN-IMAGE.
003530     MOVE WS-OPERATOR-ID  TO PND-MAKER-ID.
003531     MOVE "EXTOURNE"      TO PND-ORIGIN.
003540     MOVE WS-CURRENT-DATE TO PND-ENTRY-DATE.
003550     MOVE WS-CURRENT-TIME TO PND-ENTRY-TIME.
003560     SET PND-APPROVED TO TRUE.
003950     IF WS-REVERSED-COUNT > ZERO
003960         OPEN OUTPUT TRAN-SEQ-FILE
003970         INITIALIZE SEQ-RECORD
003975         MOVE WS-LEGACY-NUMBER TO SEQ-NEXT-NUMBER
003980         MOVE WS-ID-YEAR       TO SEQ-ID-YEAR
003985         MOVE WS-NEXT-SERIAL   TO SEQ-NEXT-SERIAL
003990         WRITE SEQ-RECORD
004000         CLOSE TRAN-SEQ-FILE
004010     END-IF.
