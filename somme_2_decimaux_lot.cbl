000894*                 SAME WAY THE CONVERSION TREATS IT - AN       *
000895*                 "EUR"-KEYED ITEM NO LONGER SLIPS PAST THE    *
000896*                 BASE-CURRENCY LIMIT.                         *
000897* 2026-10-15  DM  CARRY THE PRESENTING CURRENCY CODE, THE     *
000898*                 REVERSAL INDICATOR AND ORIGINAL ID, AND     *
000899*                 THE LIMIT-PASSED FLAG THROUGH TO THE        *
000900*                 RESULTS RECORD SO ALLOUT AND THE HISTORY    *
000901*                 MASTER KEEP THEM - THE ACCOUNT BALANCE      *
000902*                 POSTING KEYS ON ACCOUNT AND CURRENCY.  THE  *
000903*                 AMOUNTS ARE STILL THE BASE-CURRENCY ONES.   *
000904* 2026-10-15  DM  BALANCED GL JOURNAL: EVERY GL POSTING IS    *
000905*                 NOW FOLLOWED BY ITS CONTRA ENTRY (GL-LEG-   *
000906*                 IND "C") - SAME TRAN-ID, DATE AND AMOUNT,   *
000907*                 OPPOSITE SIDE - TO THE CLEARING GL CODE     *
000908*                 (GLCLEAR VARIABLE, DEFAULT SUSPENSE).  A    *
000909*                 POSTING WITH NO GL CODING (HOUSE ACCOUNT,   *
000910*                 OR AN ACCOUNT WITH A BLANK ACCT-GL-CODE)    *
000911*                 GOES TO THE DEFAULT HOUSE GL CODE (GLHOUSE  *
000912*                 VARIABLE, DEFAULT HOUSEACC).                *
000913* 2026-10-15  DM  CARRY TRAN-FEE-IND THROUGH TO THE           *
000914*                 RESULTS RECORD SO A FEE CHARGE STAYS        *
000915*                 MARKED ON ALLOUT AND THE HISTORY            *
000916*                 MASTER.                                     *
000917*----------------------------------------------------------*
000918 ENVIRONMENT DIVISION.
000920 INPUT-OUTPUT SECTION.
000930 FILE-CONTROL.
000940     SELECT NUM-PAIRS-IN     ASSIGN TO DECIN
001870 01  WS-EXC-REASON-TEXT          PIC X(30).
001880 01  WS-GL-STATUS                PIC X(02).
001890 01  WS-GL-AMOUNT                PIC 9(09)V9(02).
001893 01  WS-GL-CLEARING-CODE         PIC X(08).
001896 01  WS-GL-HOUSE-CODE            PIC X(08).
001899 01  WS-GL-POSTING               PIC X(36).
001900*----------------------------------------------------------*
001910* BATCH CONTROL VERIFICATION FIELDS                         *
001920*----------------------------------------------------------*
003280         END-IF
003290     END-IF.
003300     ACCEPT WS-ADJRUN-SW FROM ENVIRONMENT "ADJRUN".
003301     ACCEPT WS-GL-CLEARING-CODE FROM ENVIRONMENT "GLCLEAR".
003302     IF WS-GL-CLEARING-CODE = SPACES
003303         MOVE "SUSPENSE" TO WS-GL-CLEARING-CODE
003304     END-IF.
003305     ACCEPT WS-GL-HOUSE-CODE FROM ENVIRONMENT "GLHOUSE".
003306     IF WS-GL-HOUSE-CODE = SPACES
003307         MOVE "HOUSEACC" TO WS-GL-HOUSE-CODE
003308     END-IF.
003310     PERFORM 1300-VERIFY-BATCH THRU 1300-EXIT.
003320     OPEN INPUT  NUM-PAIRS-IN.
003330     OPEN OUTPUT RESULTS-OUT.
005790         TO TRAN-OP-CODE OF TRAN-OUT-REC.
005800     MOVE TRAN-ACCOUNT OF TRAN-IN-REC
005810         TO TRAN-ACCOUNT OF TRAN-OUT-REC.
005811     MOVE TRAN-CURRENCY-CODE OF TRAN-IN-REC
005812         TO TRAN-CURRENCY-CODE OF TRAN-OUT-REC.
005813     MOVE TRAN-REV-IND OF TRAN-IN-REC
005814         TO TRAN-REV-IND OF TRAN-OUT-REC.
005815     MOVE TRAN-ORIG-ID OF TRAN-IN-REC
005816         TO TRAN-ORIG-ID OF TRAN-OUT-REC.
005817     MOVE TRAN-LIM-IND OF TRAN-IN-REC
005818         TO TRAN-LIM-IND OF TRAN-OUT-REC.
005819     MOVE TRAN-FEE-IND OF TRAN-IN-REC
005820         TO TRAN-FEE-IND OF TRAN-OUT-REC.
005821     IF WS-ADJUSTMENT-RUN
005830         SET TRAN-ADJUSTMENT OF TRAN-OUT-REC TO TRUE
005840     END-IF.
005850     SET WS-RECORD-ACCEPTED TO TRUE.
008650     MOVE WS-GL-AMOUNT TO GL-AMOUNT.
008660     PERFORM 2750-FIND-ACCT-GL THRU 2750-EXIT.
008670     MOVE WS-ACCT-GL-CODE TO GL-ACCOUNT-CODE.
008673     IF GL-ACCOUNT-CODE = SPACES
008676         MOVE WS-GL-HOUSE-CODE TO GL-ACCOUNT-CODE
008679     END-IF.
008680     IF WS-ADJUSTMENT-RUN
008690         SET GL-ADJUSTMENT TO TRUE
008700     END-IF.
008703     MOVE GL-INTERFACE-RECORD TO WS-GL-POSTING.
008706     WRITE GL-INTERFACE-RECORD.
008708     PERFORM 2710-WRITE-GL-CONTRA THRU 2710-EXIT.
008720 2700-EXIT.
008730     EXIT.
008731*----------------------------------------------------------*
008732* 2710-WRITE-GL-CONTRA -- THE OTHER SIDE OF THE ENTRY JUST  *
008733*                 WRITTEN: SAME TRAN-ID, DATE AND AMOUNT,   *
008734*                 OPPOSITE SIDE, TO THE CLEARING GL CODE,   *
008735*                 SO THE FEED BALANCES ENTRY BY ENTRY       *
008736*----------------------------------------------------------*
008737 2710-WRITE-GL-CONTRA.
008738     MOVE WS-GL-POSTING TO GL-INTERFACE-RECORD.
008739     IF GL-DEBIT
008740         SET GL-CREDIT TO TRUE
008741     ELSE
008742         SET GL-DEBIT TO TRUE
008743     END-IF.
008744     MOVE WS-GL-CLEARING-CODE TO GL-ACCOUNT-CODE.
008745     SET GL-CONTRA-LEG TO TRUE.
008746     WRITE GL-INTERFACE-RECORD.
008747 2710-EXIT.
008748     EXIT.
008749*----------------------------------------------------------*
008750* 2750-FIND-ACCT-GL -- THE ACCOUNT'S GL CODING FROM THE      *
008760*                 MASTER TABLE; SPACES WHEN THE ACCOUNT IS   *
008770*                 BLANK (HOUSE) OR NOT ON THE MASTER         *
