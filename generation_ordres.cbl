000250*                 STILL BALANCES AND THE GENERATED WORK     *
000260*                 FLOWS THROUGH THE NORMAL EDIT AND LOT     *
000270*                 STEPS.                                    *
000271* 2026-10-15  DM  MARK EVERY GENERATED TRANSACTION          *
000272*                 TRAN-DUP-IND "O" - A STANDING ORDER       *
000273*                 REPEATS ON PURPOSE, SO THE CROSS-DAY      *
000274*                 DUPLICATE CHECK MUST NOT HOLD IT.         *
000275* 2026-10-15  DM  AN ORDER DUE ON A WEEKEND OR HOLIDAY ON   *
000276*                 THE BUSINESS CALENDAR (BUSCAL) IS NOW     *
000277*                 GENERATED ON THE NEXT BUSINESS DAY - THE  *
000278*                 RULE THE WAREHOUSE RELEASE APPLIES -      *
000279*                 INSTEAD OF BEING MISSED WHEN NO RUN FALLS *
000280*                 ON ITS DATE.                              *
000281* 2026-10-15  DM  TRAN-IDS ARE NOW DATED: TWO-DIGIT ID YEAR *
000282*                 PLUS A FOUR-CHARACTER BASE-36 SERIAL FROM *
000283*                 TRANSEQ (NOW COPYBOOK SEQREC), RESTARTED  *
000284*                 EACH YEAR, SO THEY CANNOT MEET AN EARLIER *
000285*                 YEAR'S IDS OR A SOURCE'S "T" PLUS FIVE    *
000286*                 DIGITS.  A YEAR WHOSE SERIALS ARE ALL     *
000287*                 USED ASSIGNS NOTHING RATHER THAN WRAP.    *
000288*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000410     SELECT TARGET-NEW       ASSIGN DYNAMIC WS-TARGET-TEMP-PATH
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-TARGET-NEW-STATUS.
000432     SELECT CALENDAR-FILE    ASSIGN TO BUSCAL
000434         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS WS-CAL-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460*----------------------------------------------------------*
000520* TRAN-SEQ-FILE -- THE NEXT TRAN-ID SEQUENCE NUMBER          *
000530*----------------------------------------------------------*
000540 FD  TRAN-SEQ-FILE.
000550     COPY SEQREC.
000580*----------------------------------------------------------*
000590* TARGET-IN/TARGET-NEW -- ONE DAILY INPUT FILE BEING         *
000600*                 REBUILT WITH THE GENERATED RECORDS SLID    *
000640 01  TARGET-IN-LINE              PIC X(62).
000650 FD  TARGET-NEW.
000660 01  TARGET-NEW-LINE             PIC X(62).
000661*----------------------------------------------------------*
000662* CALENDAR-FILE -- THE BUSINESS CALENDAR, LOADED AT START    *
000663*----------------------------------------------------------*
000664 FD  CALENDAR-FILE.
000665     COPY CALREC.
000670 WORKING-STORAGE SECTION.
000680*----------------------------------------------------------*
000690* SWITCHES AND COUNTERS                                     *
001020 01  WS-MONTH-LIMIT              PIC 9(02).
001030 01  WS-LEAP-QUOT                PIC 9(04) COMP.
001040 01  WS-LEAP-REM                 PIC 9(04) COMP.
001041*----------------------------------------------------------*
001042* DATES AN ORDER MAY FALL DUE ON FOR TODAY'S RUN: THE       *
001043* BUSINESS DATE AND THE WEEKENDS AND HOLIDAYS BEFORE IT     *
001044*----------------------------------------------------------*
001045 01  WS-DUE-TEST-DATE            PIC 9(08).
001046 01  WS-DUE-TEST-DATE-R REDEFINES WS-DUE-TEST-DATE.
001047     05  WS-DT-YYYY              PIC 9(04).
001048     05  WS-DT-MM                PIC 9(02).
001049     05  WS-DT-DD                PIC 9(02).
001050 01  WS-DT-TYPE                  PIC X(01).
001051 01  WS-CATCHUP-SW               PIC X(01).
001052     88  WS-CATCHUP-MORE               VALUE "Y".
001053     88  WS-CATCHUP-DONE               VALUE "N".
001054 01  WS-CATCHUP-COUNT            PIC 9(02) COMP VALUE ZERO.
001055 01  WS-CATCHUP-MAX              PIC 9(02) COMP VALUE 31.
001056 01  WS-CATCHUP-SUB              PIC 9(02) COMP.
001057 01  WS-CATCHUP-TABLE.
001058     05  WS-CATCHUP-DATE OCCURS 31 TIMES
001059                                 PIC 9(08).
001060*----------------------------------------------------------*
001061* BUSINESS CALENDAR TABLE                                   *
001062*----------------------------------------------------------*
001063 01  WS-CAL-STATUS               PIC X(02).
001064 01  WS-CAL-EOF-SW               PIC X(01).
001065     88  WS-CAL-EOF                    VALUE "Y".
001066     88  WS-CAL-NOT-EOF                VALUE "N".
001067 01  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
001068 01  WS-CAL-MAX                  PIC 9(04) COMP VALUE 800.
001069 01  WS-CAL-SUB                  PIC 9(04) COMP.
001070 01  WS-CAL-TABLE.
001071     05  WS-CAL-ENTRY OCCURS 800 TIMES.
001072         10  WS-CL-DATE          PIC 9(08).
001073         10  WS-CL-TYPE          PIC X(01).
001074*----------------------------------------------------------*
001075* DATE-TO-SERIAL-DAY FIELDS FOR THE WEEKLY-CYCLE CHECK      *
001076*----------------------------------------------------------*
001080 01  WS-DTS-DATE                 PIC 9(08).
001090 01  WS-DTS-DATE-R REDEFINES WS-DTS-DATE.
001100     05  WS-DTS-YYYY             PIC 9(04).
001130 01  WS-DTS-Y                    PIC 9(04) COMP.
001140 01  WS-DTS-M                    PIC 9(02) COMP.
001150 01  WS-DTS-SERIAL               PIC 9(08) COMP.
001160 01  WS-TEST-SERIAL              PIC 9(08) COMP.
001170 01  WS-START-SERIAL             PIC 9(08) COMP.
001180 01  WS-CYCLE-QUOT               PIC 9(08) COMP.
001190 01  WS-CYCLE-REM                PIC 9(04) COMP.
001210* TRAN-ID ASSIGNMENT, THE SAME SHAPE SAISIE-TRANSACTIONS    *
001220* USES                                                      *
001230*----------------------------------------------------------*
001232 01  WS-LEGACY-NUMBER            PIC 9(05) VALUE ZERO.
001234 01  WS-ID-YEAR                  PIC 9(04) VALUE ZERO.
001236 01  WS-ID-YEAR-R REDEFINES WS-ID-YEAR.
001238     05  FILLER                  PIC 9(02).
001240     05  WS-ID-YEAR-YY           PIC 9(02).
001242 01  WS-NEXT-SERIAL              PIC 9(07) VALUE 1.
001244 01  WS-SERIAL-LIMIT             PIC 9(07) VALUE 1679615.
001246 01  WS-SERIAL-WORK              PIC 9(07) COMP.
001248 01  WS-SERIAL-QUOT              PIC 9(07) COMP.
001250 01  WS-SERIAL-REM               PIC 9(02) COMP.
001252 01  WS-ENCODE-POS               PIC 9(02) COMP.
001254 01  WS-ID-SW                    PIC X(01).
001256     88  WS-ID-AVAILABLE               VALUE "Y".
001258     88  WS-ID-EXHAUSTED               VALUE "N".
001260 01  WS-TODAY-YMD.
001262     05  WS-TODAY-YEAR           PIC 9(04).
001264     05  FILLER                  PIC 9(04).
001266 01  WS-BASE36-DIGITS            PIC X(36) VALUE
001268     "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001270 01  WS-BASE36-TABLE REDEFINES WS-BASE36-DIGITS.
001272     05  WS-BASE36-CHAR          PIC X(01) OCCURS 36 TIMES.
001274 01  WS-ASSIGNED-ID.
001276     05  WS-ASSIGNED-YY          PIC 9(02).
001278     05  WS-ASSIGNED-SERIAL      PIC X(04).
001280*----------------------------------------------------------*
001290* GENERATED RECORD TABLE -- EVERYTHING DUE TODAY, HELD IN    *
001300*                 STORAGE UNTIL ITS TARGET FILE IS REBUILT   *
001720     ELSE
001730         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
001740     END-IF.
001750     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
001760     PERFORM 1400-FIND-CATCHUP-DATES THRU 1400-EXIT.
001790     OPEN INPUT ORDER-IN.
001800     IF WS-ORDER-STATUS NOT = "00"
001810         DISPLAY "GENERATION-ORDRES: NO STANDING-ORDERS "
001890 1000-EXIT.
001900     EXIT.
001910*----------------------------------------------------------*
001920* 1100-SET-MONTH-LIMIT -- LAST DAY OF THE TEST DATE'S MONTH, *
001930*                 LEAP YEARS INCLUDED, FOR THE MONTHLY-ON-   *
001940*                 DAY-N CLAMP AND THE STEP BACK A DAY        *
001950*----------------------------------------------------------*
001960 1100-SET-MONTH-LIMIT.
001970     MOVE WS-DIM(WS-DT-MM) TO WS-MONTH-LIMIT.
001980     IF WS-DT-MM = 2
001990         DIVIDE WS-DT-YYYY BY 4
002000             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
002010         IF WS-LEAP-REM = ZERO
002020             DIVIDE WS-DT-YYYY BY 100
002030                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
002040             IF WS-LEAP-REM NOT = ZERO
002050                 MOVE 29 TO WS-MONTH-LIMIT
002060             ELSE
002070                 DIVIDE WS-DT-YYYY BY 400
002080                     GIVING WS-LEAP-QUOT
002090                     REMAINDER WS-LEAP-REM
002100                 IF WS-LEAP-REM = ZERO
002160 1100-EXIT.
002170     EXIT.
002180*----------------------------------------------------------*
002182* 1200-READ-SEQUENCE -- FETCH THE DATED TRAN-ID YEAR AND     *
002184*                 NEXT SERIAL FROM THE SEQUENCE CONTROL      *
002186*                 FILE.  A MISSING OR EMPTY FILE, OR ONE CUT *
002188*                 BEFORE THE DATED FIELDS EXISTED, STARTS    *
002190*                 THE CURRENT YEAR AT SERIAL 1; A NEW YEAR   *
002192*                 RESTARTS THE SERIAL, BUT THE ID YEAR NEVER *
002194*                 GOES BACK.                                 *
002200*----------------------------------------------------------*
002210 1200-READ-SEQUENCE.
002215     MOVE ZERO TO WS-LEGACY-NUMBER.
002220     MOVE ZERO TO WS-ID-YEAR.
002225     MOVE 1 TO WS-NEXT-SERIAL.
002230     OPEN INPUT TRAN-SEQ-FILE.
002235     IF WS-SEQ-STATUS NOT = "00"
002240         GO TO 1210-SET-ID-YEAR
002245     END-IF.
002250     READ TRAN-SEQ-FILE
002255         AT END
002260             CONTINUE
002265         NOT AT END
002270             IF SEQ-NEXT-NUMBER IS NUMERIC
002275                 MOVE SEQ-NEXT-NUMBER TO WS-LEGACY-NUMBER
002280             END-IF
002285             IF SEQ-ID-YEAR IS NUMERIC
002290              AND SEQ-NEXT-SERIAL IS NUMERIC
002295              AND SEQ-NEXT-SERIAL > ZERO
002300                 MOVE SEQ-ID-YEAR TO WS-ID-YEAR
002305                 MOVE SEQ-NEXT-SERIAL TO WS-NEXT-SERIAL
002310             END-IF
002315     END-READ.
002320     CLOSE TRAN-SEQ-FILE.
002325 1210-SET-ID-YEAR.
002330     ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD.
002335     IF WS-TODAY-YEAR > WS-ID-YEAR
002340         MOVE WS-TODAY-YEAR TO WS-ID-YEAR
002345         MOVE 1 TO WS-NEXT-SERIAL
002350     END-IF.
002380 1200-EXIT.
002390     EXIT.
002391*----------------------------------------------------------*
002392* 1250-NEXT-TRAN-ID -- BUILD THE TRAN-ID FOR WS-NEXT-SERIAL: *
002393*                 THE TWO-DIGIT ID YEAR AND THE SERIAL AS    *
002394*                 FOUR BASE-36 CHARACTERS.  THE CALLER ADDS  *
002395*                 ONE TO THE SERIAL ONCE THE ID IS USED.  A  *
002396*                 SERIAL PAST "ZZZZ" ASSIGNS NOTHING AND     *
002397*                 SETS WS-ID-EXHAUSTED.                      *
002398*----------------------------------------------------------*
002399 1250-NEXT-TRAN-ID.
002400     IF WS-NEXT-SERIAL > WS-SERIAL-LIMIT
002401         SET WS-ID-EXHAUSTED TO TRUE
002402         GO TO 1250-EXIT
002403     END-IF.
002404     SET WS-ID-AVAILABLE TO TRUE.
002405     MOVE WS-ID-YEAR-YY TO WS-ASSIGNED-YY.
002406     MOVE WS-NEXT-SERIAL TO WS-SERIAL-WORK.
002407     PERFORM 1260-ENCODE-ONE-CHAR THRU 1260-EXIT
002408         VARYING WS-ENCODE-POS FROM 4 BY -1
002409         UNTIL WS-ENCODE-POS < 1.
002410 1250-EXIT.
002411     EXIT.
002412 1260-ENCODE-ONE-CHAR.
002413     DIVIDE WS-SERIAL-WORK BY 36
002414         GIVING WS-SERIAL-QUOT REMAINDER WS-SERIAL-REM.
002415     ADD 1 TO WS-SERIAL-REM.
002416     MOVE WS-BASE36-CHAR(WS-SERIAL-REM)
002417         TO WS-ASSIGNED-SERIAL(WS-ENCODE-POS : 1).
002418     MOVE WS-SERIAL-QUOT TO WS-SERIAL-WORK.
002419 1260-EXIT.
002420     EXIT.
002421*----------------------------------------------------------*
002422* 1300-LOAD-CALENDAR -- PULL THE BUSINESS CALENDAR INTO      *
002423*                 STORAGE.  NO FILE JUST MEANS ORDERS ARE    *
002424*                 CHECKED AGAINST THE BUSINESS DATE ONLY.    *
002425*----------------------------------------------------------*
002426 1300-LOAD-CALENDAR.
002427     SET WS-CAL-NOT-EOF TO TRUE.
002428     MOVE ZERO TO WS-CAL-COUNT.
002429     OPEN INPUT CALENDAR-FILE.
002430     IF WS-CAL-STATUS NOT = "00"
002431         GO TO 1300-EXIT
002432     END-IF.
002433     PERFORM 1350-READ-ONE-DATE THRU 1350-EXIT
002434         UNTIL WS-CAL-EOF.
002435     CLOSE CALENDAR-FILE.
002436 1300-EXIT.
002437     EXIT.
002438 1350-READ-ONE-DATE.
002439     READ CALENDAR-FILE
002440         AT END
002441             SET WS-CAL-EOF TO TRUE
002442             GO TO 1350-EXIT
002443     END-READ.
002444     IF CAL-DATE IS NOT NUMERIC
002445         GO TO 1350-EXIT
002446     END-IF.
002447     IF WS-CAL-COUNT >= WS-CAL-MAX
002448         DISPLAY "GENERATION-ORDRES: CALENDAR TABLE "
002449                 "FULL - REMAINING DATES IGNORED."
002450         SET WS-CAL-EOF TO TRUE
002451         GO TO 1350-EXIT
002452     END-IF.
002453     ADD 1 TO WS-CAL-COUNT.
002454     MOVE CAL-DATE     TO WS-CL-DATE(WS-CAL-COUNT).
002455     MOVE CAL-DAY-TYPE TO WS-CL-TYPE(WS-CAL-COUNT).
002456 1350-EXIT.
002457     EXIT.
002458*----------------------------------------------------------*
002459* 1400-FIND-CATCHUP-DATES -- THE BUSINESS DATE PLUS EVERY    *
002460*                 DATE IMMEDIATELY BEFORE IT THAT THE        *
002461*                 CALENDAR MARKS WEEKEND OR HOLIDAY.  NO RUN *
002462*                 FALLS ON THOSE, SO AN ORDER DUE ON ONE OF  *
002463*                 THEM IS GENERATED TODAY.  THE WALK STOPS   *
002464*                 AT THE FIRST BUSINESS DAY OR A DATE THE    *
002465*                 CALENDAR DOES NOT KNOW.                    *
002466*----------------------------------------------------------*
002467 1400-FIND-CATCHUP-DATES.
002468     MOVE 1 TO WS-CATCHUP-COUNT.
002469     MOVE WS-BUSINESS-DATE TO WS-CATCHUP-DATE(1).
002470     MOVE WS-BUSINESS-DATE TO WS-DUE-TEST-DATE.
002471     SET WS-CATCHUP-MORE TO TRUE.
002472     PERFORM 1450-STEP-BACK-ONE-DAY THRU 1450-EXIT
002473         UNTIL WS-CATCHUP-DONE
002474            OR WS-CATCHUP-COUNT >= WS-CATCHUP-MAX.
002475 1400-EXIT.
002476     EXIT.
002477 1450-STEP-BACK-ONE-DAY.
002478     IF WS-DT-DD > 1
002479         SUBTRACT 1 FROM WS-DT-DD
002480     ELSE
002481         IF WS-DT-MM > 1
002482             SUBTRACT 1 FROM WS-DT-MM
002483         ELSE
002484             MOVE 12 TO WS-DT-MM
002485             SUBTRACT 1 FROM WS-DT-YYYY
002486         END-IF
002487         PERFORM 1100-SET-MONTH-LIMIT THRU 1100-EXIT
002488         MOVE WS-MONTH-LIMIT TO WS-DT-DD
002489     END-IF.
002490     MOVE SPACE TO WS-DT-TYPE.
002491     PERFORM 1460-TYPE-OF-TEST-DATE THRU 1460-EXIT
002492         VARYING WS-CAL-SUB FROM 1 BY 1
002493         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
002494     IF WS-DT-TYPE = "W" OR WS-DT-TYPE = "H"
002495         ADD 1 TO WS-CATCHUP-COUNT
002496         MOVE WS-DUE-TEST-DATE
002497             TO WS-CATCHUP-DATE(WS-CATCHUP-COUNT)
002498     ELSE
002499         SET WS-CATCHUP-DONE TO TRUE
002500     END-IF.
002501 1450-EXIT.
002502     EXIT.
002503 1460-TYPE-OF-TEST-DATE.
002504     IF WS-CL-DATE(WS-CAL-SUB) = WS-DUE-TEST-DATE
002505         MOVE WS-CL-TYPE(WS-CAL-SUB) TO WS-DT-TYPE
002506     END-IF.
002507 1460-EXIT.
002508     EXIT.
002509*----------------------------------------------------------*
002510* 2000-TRIAGE-ORDER -- AN ACTIVE ORDER DUE TODAY IS          *
002511*                 EXPANDED INTO THE GENERATION TABLE         *
002512*                 ONCE                                       *
002513*----------------------------------------------------------*
002514 2000-TRIAGE-ORDER.
002515     ADD 1 TO WS-ORDER-COUNT.
002516     PERFORM 3000-CHECK-DUE THRU 3000-EXIT.
002517     IF WS-ORDER-DUE
002518         PERFORM 3500-EXPAND-ORDER THRU 3500-EXIT
002519     END-IF.
002520     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
002521 2000-EXIT.
002522     EXIT.
002530*----------------------------------------------------------*
002540* 2100-READ-ORDER -- READ ONE STANDING ORDER                 *
002550*----------------------------------------------------------*
002600 2100-EXIT.
002610     EXIT.
002620*----------------------------------------------------------*
002630* 3000-CHECK-DUE -- IS THIS ORDER DUE ON THE BUSINESS    *
002633*                 DATE, OR ON A WEEKEND OR HOLIDAY JUST      *
002636*                 BEFORE IT?                                 *
002640*----------------------------------------------------------*
002650 3000-CHECK-DUE.
002660     SET WS-ORDER-NOT-DUE TO TRUE.
002710      OR ORD-END-DATE IS NOT NUMERIC
002720         GO TO 3000-EXIT
002730     END-IF.
002731     PERFORM 3100-CHECK-ONE-DATE THRU 3100-EXIT
002732         VARYING WS-CATCHUP-SUB FROM 1 BY 1
002733         UNTIL WS-CATCHUP-SUB > WS-CATCHUP-COUNT
002734            OR WS-ORDER-DUE.
002735 3000-EXIT.
002736     EXIT.
002737*----------------------------------------------------------*
002738* 3100-CHECK-ONE-DATE -- IS THE ORDER DUE ON ONE CANDIDATE   *
002739*                 DATE: DAILY, WEEKLY FROM ITS START DATE,   *
002740*                 OR MONTHLY ON DAY N (CLAMPED TO THE END OF *
002741*                 A SHORT MONTH)                             *
002742*----------------------------------------------------------*
002743 3100-CHECK-ONE-DATE.
002744     MOVE WS-CATCHUP-DATE(WS-CATCHUP-SUB) TO WS-DUE-TEST-DATE.
002745     IF WS-DUE-TEST-DATE < ORD-START-DATE
002750      OR WS-DUE-TEST-DATE > ORD-END-DATE
002760         GO TO 3100-EXIT
002770     END-IF.
002780     EVALUATE TRUE
002790         WHEN ORD-FREQ-DAILY
002800             SET WS-ORDER-DUE TO TRUE
002810         WHEN ORD-FREQ-WEEKLY
002812             MOVE WS-DUE-TEST-DATE TO WS-DTS-DATE
002814             PERFORM 8800-DATE-TO-SERIAL THRU 8800-EXIT
002816             MOVE WS-DTS-SERIAL TO WS-TEST-SERIAL
002820             MOVE ORD-START-DATE TO WS-DTS-DATE
002830             PERFORM 8800-DATE-TO-SERIAL THRU 8800-EXIT
002840             MOVE WS-DTS-SERIAL TO WS-START-SERIAL
002845             COMPUTE WS-CYCLE-QUOT =
002850                 WS-TEST-SERIAL - WS-START-SERIAL
002860             DIVIDE WS-CYCLE-QUOT BY 7
002865                 GIVING WS-CYCLE-QUOT
002870                 REMAINDER WS-CYCLE-REM
002890                 SET WS-ORDER-DUE TO TRUE
002900             END-IF
002910         WHEN ORD-FREQ-MONTHLY
002915             PERFORM 1100-SET-MONTH-LIMIT THRU 1100-EXIT
002920             IF WS-DT-DD = ORD-FREQ-DAY
002930              OR (ORD-FREQ-DAY > WS-MONTH-LIMIT
002940                  AND WS-DT-DD = WS-MONTH-LIMIT)
002950                 SET WS-ORDER-DUE TO TRUE
002960             END-IF
002970     END-EVALUATE.
002980 3100-EXIT.
002990     EXIT.
003000*----------------------------------------------------------*
003010* 3500-EXPAND-ORDER -- BUILD THE DAY'S TRANSACTION FROM THE  *
003080                 "FULL - ORDER " ORD-NUMBER " SKIPPED."
003090         GO TO 3500-EXIT
003100     END-IF.
003101     PERFORM 1250-NEXT-TRAN-ID THRU 1250-EXIT.
003102     IF WS-ID-EXHAUSTED
003103         DISPLAY "GENERATION-ORDRES: NO TRAN-IDS LEFT FOR "
003104                 WS-ID-YEAR " - ORDER " ORD-NUMBER " SKIPPED."
003105         GO TO 3500-EXIT
003106     END-IF.
003110     MOVE ORD-TRAN-IMAGE TO TRANSACTION-RECORD.
003130     MOVE WS-ASSIGNED-ID TO TRAN-ID.
003140     MOVE WS-BUSINESS-DATE TO TRAN-DATE.
003145     SET TRAN-FROM-ORDER TO TRUE.
003150     ADD 1 TO WS-NEXT-SERIAL.
003160     ADD 1 TO WS-GEN-COUNT.
003170     MOVE ORD-TARGET-FILE TO WS-GEN-TAG(WS-GEN-COUNT).
003180     MOVE TRANSACTION-RECORD TO WS-GEN-IMAGE(WS-GEN-COUNT).
004760     IF WS-GENERATED-COUNT > ZERO
004770         OPEN OUTPUT TRAN-SEQ-FILE
004780         INITIALIZE SEQ-RECORD
004785         MOVE WS-LEGACY-NUMBER TO SEQ-NEXT-NUMBER
004790         MOVE WS-ID-YEAR       TO SEQ-ID-YEAR
004795         MOVE WS-NEXT-SERIAL   TO SEQ-NEXT-SERIAL
004800         WRITE SEQ-RECORD
004810         CLOSE TRAN-SEQ-FILE
004820     END-IF.
