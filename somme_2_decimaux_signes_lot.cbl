000984*                 SAME WAY THE CONVERSION TREATS IT - AN       *
000985*                 "EUR"-KEYED ITEM NO LONGER SLIPS PAST THE    *
000986*                 BASE-CURRENCY LIMIT.                         *
000987* 2026-10-15  DM  CARRY THE PRESENTING CURRENCY CODE, THE     *
000988*                 REVERSAL INDICATOR AND ORIGINAL ID, AND     *
000989*                 THE LIMIT-PASSED FLAG THROUGH TO THE        *
000990*                 RESULTS RECORD SO ALLOUT AND THE HISTORY    *
000991*                 MASTER KEEP THEM - THE ACCOUNT BALANCE      *
000992*                 POSTING KEYS ON ACCOUNT AND CURRENCY.  THE  *
000993*                 AMOUNTS ARE STILL THE BASE-CURRENCY ONES.   *
000994* 2026-10-15  DM  BALANCED GL JOURNAL: EVERY GL POSTING IS    *
000995*                 NOW FOLLOWED BY ITS CONTRA ENTRY (GL-LEG-   *
000996*                 IND "C") - SAME TRAN-ID, DATE AND AMOUNT,   *
000997*                 OPPOSITE SIDE - TO THE CLEARING GL CODE     *
000998*                 (GLCLEAR VARIABLE, DEFAULT SUSPENSE).  A    *
000999*                 POSTING WITH NO GL CODING (HOUSE ACCOUNT,   *
001000*                 OR AN ACCOUNT WITH A BLANK ACCT-GL-CODE)    *
001001*                 GOES TO THE DEFAULT HOUSE GL CODE (GLHOUSE  *
001002*                 VARIABLE, DEFAULT HOUSEACC).                *
001003* 2026-10-15  DM  CARRY TRAN-FEE-IND THROUGH TO THE           *
001004*                 RESULTS RECORD SO A FEE CHARGE STAYS        *
001005*                 MARKED ON ALLOUT AND THE HISTORY            *
001006*                 MASTER.                                     *
001007*----------------------------------------------------------*
001008 ENVIRONMENT DIVISION.
001010 INPUT-OUTPUT SECTION.
001020 FILE-CONTROL.
001030     SELECT NUM-PAIRS-IN     ASSIGN TO SGNIN
002020 01  WS-EXC-REASON-TEXT          PIC X(30).
002030 01  WS-GL-STATUS                PIC X(02).
002040 01  WS-GL-AMOUNT                PIC 9(09)V9(02).
002043 01  WS-GL-CLEARING-CODE         PIC X(08).
002046 01  WS-GL-HOUSE-CODE            PIC X(08).
002049 01  WS-GL-POSTING               PIC X(36).
002050*----------------------------------------------------------*
002060* BATCH CONTROL VERIFICATION FIELDS                         *
002070*----------------------------------------------------------*
003440         END-IF
003450     END-IF.
003460     ACCEPT WS-ADJRUN-SW FROM ENVIRONMENT "ADJRUN".
003461     ACCEPT WS-GL-CLEARING-CODE FROM ENVIRONMENT "GLCLEAR".
003462     IF WS-GL-CLEARING-CODE = SPACES
003463         MOVE "SUSPENSE" TO WS-GL-CLEARING-CODE
003464     END-IF.
003465     ACCEPT WS-GL-HOUSE-CODE FROM ENVIRONMENT "GLHOUSE".
003466     IF WS-GL-HOUSE-CODE = SPACES
003467         MOVE "HOUSEACC" TO WS-GL-HOUSE-CODE
003468     END-IF.
003470     PERFORM 1300-VERIFY-BATCH THRU 1300-EXIT.
003480     OPEN INPUT  NUM-PAIRS-IN.
003490     OPEN OUTPUT RESULTS-OUT.
006170         TO TRAN-OP-CODE OF TRAN-OUT-REC.
006180     MOVE TRAN-ACCOUNT OF TRAN-IN-REC
006190         TO TRAN-ACCOUNT OF TRAN-OUT-REC.
006191     MOVE TRAN-CURRENCY-CODE OF TRAN-IN-REC
006192         TO TRAN-CURRENCY-CODE OF TRAN-OUT-REC.
006193     MOVE TRAN-REV-IND OF TRAN-IN-REC
006194         TO TRAN-REV-IND OF TRAN-OUT-REC.
006195     MOVE TRAN-ORIG-ID OF TRAN-IN-REC
006196         TO TRAN-ORIG-ID OF TRAN-OUT-REC.
006197     MOVE TRAN-LIM-IND OF TRAN-IN-REC
006198         TO TRAN-LIM-IND OF TRAN-OUT-REC.
006199     MOVE TRAN-FEE-IND OF TRAN-IN-REC
006200         TO TRAN-FEE-IND OF TRAN-OUT-REC.
006201     IF WS-ADJUSTMENT-RUN
006210         SET TRAN-ADJUSTMENT OF TRAN-OUT-REC TO TRUE
006220     END-IF.
006230     IF TRAN-DEBIT OF TRAN-IN-REC
008940     MOVE WS-GL-AMOUNT TO GL-AMOUNT.
008950     PERFORM 2750-FIND-ACCT-GL THRU 2750-EXIT.
008960     MOVE WS-ACCT-GL-CODE TO GL-ACCOUNT-CODE.
008963     IF GL-ACCOUNT-CODE = SPACES
008966         MOVE WS-GL-HOUSE-CODE TO GL-ACCOUNT-CODE
008969     END-IF.
008970     IF WS-ADJUSTMENT-RUN
008980         SET GL-ADJUSTMENT TO TRUE
008990     END-IF.
008993     MOVE GL-INTERFACE-RECORD TO WS-GL-POSTING.
008996     WRITE GL-INTERFACE-RECORD.
008998     PERFORM 2710-WRITE-GL-CONTRA THRU 2710-EXIT.
009010 2700-EXIT.
009020     EXIT.
009021*----------------------------------------------------------*
009022* 2710-WRITE-GL-CONTRA -- THE OTHER SIDE OF THE ENTRY JUST  *
009023*                 WRITTEN: SAME TRAN-ID, DATE AND AMOUNT,   *
009024*                 OPPOSITE SIDE, TO THE CLEARING GL CODE,   *
009025*                 SO THE FEED BALANCES ENTRY BY ENTRY       *
009026*----------------------------------------------------------*
009027 2710-WRITE-GL-CONTRA.
009028     MOVE WS-GL-POSTING TO GL-INTERFACE-RECORD.
009029     IF GL-DEBIT
009030         SET GL-CREDIT TO TRUE
009031     ELSE
009032         SET GL-DEBIT TO TRUE
009033     END-IF.
009034     MOVE WS-GL-CLEARING-CODE TO GL-ACCOUNT-CODE.
009035     SET GL-CONTRA-LEG TO TRUE.
009036     WRITE GL-INTERFACE-RECORD.
009037 2710-EXIT.
009038     EXIT.
009039*----------------------------------------------------------*
009040* 2750-FIND-ACCT-GL -- THE ACCOUNT'S GL CODING FROM THE      *
009050*                 MASTER TABLE; SPACES WHEN THE ACCOUNT IS   *
009060*                 BLANK (HOUSE) OR NOT ON THE MASTER         *
