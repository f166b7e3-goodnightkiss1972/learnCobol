001274*                 SAME WAY THE CONVERSION TREATS IT - AN       *
001275*                 "EUR"-KEYED ITEM NO LONGER SLIPS PAST THE    *
001276*                 BASE-CURRENCY LIMIT.                         *
001277* 2026-10-15  DM  CARRY THE PRESENTING CURRENCY CODE, THE     *
001278*                 REVERSAL INDICATOR AND ORIGINAL ID, AND     *
001279*                 THE LIMIT-PASSED FLAG THROUGH TO THE        *
001280*                 RESULTS RECORD SO ALLOUT AND THE HISTORY    *
001281*                 MASTER KEEP THEM - THE ACCOUNT BALANCE      *
001282*                 POSTING KEYS ON ACCOUNT AND CURRENCY.  THE  *
001283*                 AMOUNTS ARE STILL THE BASE-CURRENCY ONES.   *
001284* 2026-10-15  DM  BALANCED GL JOURNAL: EVERY GL POSTING IS    *
001285*                 NOW FOLLOWED BY ITS CONTRA ENTRY (GL-LEG-   *
001286*                 IND "C") - SAME TRAN-ID, DATE AND AMOUNT,   *
001287*                 OPPOSITE SIDE - TO THE CLEARING GL CODE     *
001288*                 (GLCLEAR VARIABLE, DEFAULT SUSPENSE).  A    *
001289*                 POSTING WITH NO GL CODING (HOUSE ACCOUNT,   *
001290*                 OR AN ACCOUNT WITH A BLANK ACCT-GL-CODE)    *
001291*                 GOES TO THE DEFAULT HOUSE GL CODE (GLHOUSE  *
001292*                 VARIABLE, DEFAULT HOUSEACC).                *
001293* 2026-10-15  DM  CARRY TRAN-FEE-IND THROUGH TO THE           *
001294*                 RESULTS RECORD SO A FEE CHARGE STAYS        *
001295*                 MARKED ON ALLOUT AND THE HISTORY            *
001296*                 MASTER.                                     *
001297*----------------------------------------------------------*
001298 ENVIRONMENT DIVISION.
001300 INPUT-OUTPUT SECTION.
001310 FILE-CONTROL.
001320     SELECT NUM-PAIRS-IN     ASSIGN TO NUMIN
002610 01  WS-EXC-REASON-TEXT          PIC X(30).
002620 01  WS-GL-STATUS                PIC X(02).
002630 01  WS-GL-AMOUNT                PIC 9(09)V9(02).
002633 01  WS-GL-CLEARING-CODE         PIC X(08).
002636 01  WS-GL-HOUSE-CODE            PIC X(08).
002639 01  WS-GL-POSTING               PIC X(36).
002640*----------------------------------------------------------*
002650* RESTART TRUNCATION FIELDS                                 *
002660*----------------------------------------------------------*
004220         END-IF
004230     END-IF.
004240     ACCEPT WS-ADJRUN-SW FROM ENVIRONMENT "ADJRUN".
004241     ACCEPT WS-GL-CLEARING-CODE FROM ENVIRONMENT "GLCLEAR".
004242     IF WS-GL-CLEARING-CODE = SPACES
004243         MOVE "SUSPENSE" TO WS-GL-CLEARING-CODE
004244     END-IF.
004245     ACCEPT WS-GL-HOUSE-CODE FROM ENVIRONMENT "GLHOUSE".
004246     IF WS-GL-HOUSE-CODE = SPACES
004247         MOVE "HOUSEACC" TO WS-GL-HOUSE-CODE
004248     END-IF.
004250     PERFORM 1300-VERIFY-BATCH THRU 1300-EXIT.
004260     OPEN INPUT NUM-PAIRS-IN.
004270     IF WS-RESTARTING
008040         TO TRAN-OP-CODE OF TRAN-OUT-REC.
008050     MOVE TRAN-ACCOUNT OF TRAN-IN-REC
008060         TO TRAN-ACCOUNT OF TRAN-OUT-REC.
008061     MOVE TRAN-CURRENCY-CODE OF TRAN-IN-REC
008062         TO TRAN-CURRENCY-CODE OF TRAN-OUT-REC.
008063     MOVE TRAN-REV-IND OF TRAN-IN-REC
008064         TO TRAN-REV-IND OF TRAN-OUT-REC.
008065     MOVE TRAN-ORIG-ID OF TRAN-IN-REC
008066         TO TRAN-ORIG-ID OF TRAN-OUT-REC.
008067     MOVE TRAN-LIM-IND OF TRAN-IN-REC
008068         TO TRAN-LIM-IND OF TRAN-OUT-REC.
008069     MOVE TRAN-FEE-IND OF TRAN-IN-REC
008070         TO TRAN-FEE-IND OF TRAN-OUT-REC.
008071     IF WS-ADJUSTMENT-RUN
008080         SET TRAN-ADJUSTMENT OF TRAN-OUT-REC TO TRUE
008090     END-IF.
008100     SET WS-RECORD-ACCEPTED TO TRUE.
011120     MOVE WS-GL-AMOUNT TO GL-AMOUNT.
011130     PERFORM 2750-FIND-ACCT-GL THRU 2750-EXIT.
011140     MOVE WS-ACCT-GL-CODE TO GL-ACCOUNT-CODE.
011143     IF GL-ACCOUNT-CODE = SPACES
011146         MOVE WS-GL-HOUSE-CODE TO GL-ACCOUNT-CODE
011149     END-IF.
011150     IF WS-ADJUSTMENT-RUN
011160         SET GL-ADJUSTMENT TO TRUE
011170     END-IF.
011173     MOVE GL-INTERFACE-RECORD TO WS-GL-POSTING.
011176     WRITE GL-INTERFACE-RECORD.
011178     PERFORM 2710-WRITE-GL-CONTRA THRU 2710-EXIT.
011190 2700-EXIT.
011200     EXIT.
011201*----------------------------------------------------------*
011202* 2710-WRITE-GL-CONTRA -- THE OTHER SIDE OF THE ENTRY JUST  *
011203*                 WRITTEN: SAME TRAN-ID, DATE AND AMOUNT,   *
011204*                 OPPOSITE SIDE, TO THE CLEARING GL CODE,   *
011205*                 SO THE FEED BALANCES ENTRY BY ENTRY       *
011206*----------------------------------------------------------*
011207 2710-WRITE-GL-CONTRA.
011208     MOVE WS-GL-POSTING TO GL-INTERFACE-RECORD.
011209     IF GL-DEBIT
011210         SET GL-CREDIT TO TRUE
011211     ELSE
011212         SET GL-DEBIT TO TRUE
011213     END-IF.
011214     MOVE WS-GL-CLEARING-CODE TO GL-ACCOUNT-CODE.
011215     SET GL-CONTRA-LEG TO TRUE.
011216     WRITE GL-INTERFACE-RECORD.
011217 2710-EXIT.
011218     EXIT.
011219*----------------------------------------------------------*
011220* 2750-FIND-ACCT-GL -- THE ACCOUNT'S GL CODING FROM THE      *
011230*                 MASTER TABLE; SPACES WHEN THE ACCOUNT IS   *
011240*                 BLANK (HOUSE) OR NOT ON THE MASTER         *
