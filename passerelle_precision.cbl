000260*                 PAST THE TRANREC PICTURE - GOES TO THE    *
000270*                 EXCEPTION FILE INSTEAD OF BEING SILENTLY  *
000280*                 ROUNDED.                                  *
000281* 2026-10-15  DM  BALANCED GL JOURNAL: EACH BRIDGED         *
000282*                 RESULT'S GL POSTING NOW GOES TO THE       *
000283*                 DEFAULT HOUSE GL CODE (GLHOUSE VARIABLE,  *
000284*                 DEFAULT HOUSEACC) - A PRECISION RESULT    *
000285*                 CARRIES NO ACCOUNT - AND IS FOLLOWED BY   *
000286*                 ITS CONTRA ENTRY (GL-LEG-IND "C"), THE    *
000287*                 OPPOSITE SIDE, TO THE CLEARING GL CODE    *
000288*                 (GLCLEAR VARIABLE, DEFAULT SUSPENSE).     *
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
001030 01  WS-CURRENT-DATE             PIC 9(08).
001040 01  WS-CURRENT-TIME             PIC 9(08).
001050 01  WS-GL-AMOUNT                PIC 9(09)V9(02).
001053 01  WS-GL-CLEARING-CODE         PIC X(08).
001056 01  WS-GL-HOUSE-CODE            PIC X(08).
001059 01  WS-GL-POSTING               PIC X(36).
001060 PROCEDURE DIVISION.
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150*----------------------------------------------------------*
001160 1000-INITIALIZE.
001170     SET WS-NOT-EOF TO TRUE.
001171     ACCEPT WS-GL-CLEARING-CODE FROM ENVIRONMENT "GLCLEAR".
001172     IF WS-GL-CLEARING-CODE = SPACES
001173         MOVE "SUSPENSE" TO WS-GL-CLEARING-CODE
001174     END-IF.
001175     ACCEPT WS-GL-HOUSE-CODE FROM ENVIRONMENT "GLHOUSE".
001176     IF WS-GL-HOUSE-CODE = SPACES
001177         MOVE "HOUSEACC" TO WS-GL-HOUSE-CODE
001178     END-IF.
001180     OPEN INPUT PREC-RESULTS-IN.
001190     IF WS-PREC-STATUS NOT = "00"
001200         DISPLAY "PASSERELLE-PRECISION: NO PRECOUT FILE - "
003000         COMPUTE WS-GL-AMOUNT = WS-RESULT-CENTS / 100
003010     END-IF.
003020     MOVE WS-GL-AMOUNT TO GL-AMOUNT.
003024     MOVE WS-GL-HOUSE-CODE TO GL-ACCOUNT-CODE.
003028     MOVE GL-INTERFACE-RECORD TO WS-GL-POSTING.
003030     WRITE GL-INTERFACE-RECORD.
003035     PERFORM 2710-WRITE-GL-CONTRA THRU 2710-EXIT.
003040 2700-EXIT.
003050     EXIT.
003051*----------------------------------------------------------*
003052* 2710-WRITE-GL-CONTRA -- THE OTHER SIDE OF THE ENTRY JUST  *
003053*                 WRITTEN: SAME TRAN-ID, DATE AND AMOUNT,   *
003054*                 OPPOSITE SIDE, TO THE CLEARING GL CODE,   *
003055*                 SO THE FEED BALANCES ENTRY BY ENTRY       *
003056*----------------------------------------------------------*
003057 2710-WRITE-GL-CONTRA.
003058     MOVE WS-GL-POSTING TO GL-INTERFACE-RECORD.
003059     IF GL-DEBIT
003060         SET GL-CREDIT TO TRUE
003061     ELSE
003062         SET GL-DEBIT TO TRUE
003063     END-IF.
003064     MOVE WS-GL-CLEARING-CODE TO GL-ACCOUNT-CODE.
003065     SET GL-CONTRA-LEG TO TRUE.
003066     WRITE GL-INTERFACE-RECORD.
003067 2710-EXIT.
003068     EXIT.
003069*----------------------------------------------------------*
003070* 9000-TERMINATE -- CLOSE FILES AND REPORT VOLUME            *
003080*----------------------------------------------------------*
003090 9000-TERMINATE.
