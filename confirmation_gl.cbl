000300*                 ITEMS FAILED TO POST.  NO CROSS-          *
000310*                 REFERENCE FILE MEANS DETAIL FEED - THE    *
000320*                 REPORT IS UNCHANGED.                      *
000321* 2026-10-15  DM  THE GL FEED IS NOW A BALANCED JOURNAL.    *
000322*                 A CONTRA LEG (GL-LEG-IND "C") IS NOT      *
000323*                 MATCHED AGAINST THE ACKNOWLEDGMENTS - THE *
000324*                 LEDGER ANSWERS ONCE PER ENTRY - BUT       *
000325*                 FOLLOWS THE POSTING LEG AHEAD OF IT UNDER *
000326*                 THE SAME TRAN-ID, AND IS REGENERATED WITH *
000327*                 IT WHEN THAT LEG WAS REJECTED OR NEVER    *
000328*                 ACKNOWLEDGED.  THE JOB SORTS THE POSTING  *
000329*                 LEG AHEAD OF ITS CONTRA.                  *
000330*----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000940     88  WS-XREF-EOF                   VALUE "Y".
000950     88  WS-XREF-NOT-EOF               VALUE "N".
000960 01  WS-EXPLODED-COUNT           PIC 9(05) COMP VALUE ZERO.
000961 01  WS-CONTRA-COUNT             PIC 9(7) COMP VALUE ZERO.
000962 01  WS-LAST-GL-ID               PIC X(06) VALUE SPACES.
000963 01  WS-LAST-GL-SW               PIC X(01) VALUE "N".
000964     88  WS-LAST-GL-FAILED             VALUE "Y".
000965     88  WS-LAST-GL-POSTED             VALUE "N".
000970*----------------------------------------------------------*
000980* REPORT LINE LAYOUTS                                       *
000990*----------------------------------------------------------*
001870     READ GL-SENT-IN
001880         AT END SET WS-GL-EOF TO TRUE
001890     END-READ.
001893     IF WS-GL-NOT-EOF
001894      AND GL-CONTRA-LEG OF GL-INTERFACE-RECORD
001896         PERFORM 3700-CARRY-CONTRA THRU 3700-EXIT
001897         GO TO 2100-READ-GL
001898     END-IF.
001900 2100-EXIT.
001910     EXIT.
001920*----------------------------------------------------------*
002100         GO TO 3100-EXIT
002110     END-IF.
002120     ADD 1 TO WS-UNACKED-COUNT.
002122     MOVE GL-TRAN-ID OF GL-INTERFACE-RECORD TO WS-LAST-GL-ID.
002124     SET WS-LAST-GL-FAILED TO TRUE.
002130     MOVE GL-TRAN-ID OF GL-INTERFACE-RECORD
002140         TO EL-TRAN-ID.
002150     MOVE "NEVER ACKNOWLEDGED" TO EL-DISPOSITION.
002430*                 REJECT TO REPORT AND REGENERATE            *
002440*----------------------------------------------------------*
002450 3300-COMPARE-MATCH.
002452     MOVE GL-TRAN-ID OF GL-INTERFACE-RECORD TO WS-LAST-GL-ID.
002454     SET WS-LAST-GL-FAILED TO TRUE.
002460     IF ACK-ACCEPTED
002465         SET WS-LAST-GL-POSTED TO TRUE
002470         ADD 1 TO WS-ACCEPTED-COUNT
002480         GO TO 3300-EXIT
002490     END-IF.
003020     END-IF.
003030 3650-EXIT.
003040     EXIT.
003041*----------------------------------------------------------*
003042* 3700-CARRY-CONTRA -- A CONTRA LEG IS NOT ACKNOWLEDGED ON  *
003043*                 ITS OWN: IT FOLLOWS ITS POSTING LEG (SAME *
003044*                 TRAN-ID, SORTED RIGHT BEHIND IT), AND IS  *
003045*                 REGENERATED WITH IT WHEN THE POSTING LEG  *
003046*                 FAILED, SO THE RETRANSMITTED ENTRY STAYS  *
003047*                 BALANCED                                  *
003048*----------------------------------------------------------*
003049 3700-CARRY-CONTRA.
003050     ADD 1 TO WS-CONTRA-COUNT.
003051     IF GL-TRAN-ID OF GL-INTERFACE-RECORD = WS-LAST-GL-ID
003052      AND WS-LAST-GL-FAILED
003053         MOVE GL-INTERFACE-RECORD TO GL-REGEN-REC
003054         WRITE GL-REGEN-REC
003055     END-IF.
003056 3700-EXIT.
003057     EXIT.
003058*----------------------------------------------------------*
003060* 8000-PRINT-SUMMARY -- DISPOSITION COUNTS AND THE AMOUNT    *
003070*                 GOING BACK OUT                             *
003080*----------------------------------------------------------*
003310             " REJECTED, " WS-UNACKED-COUNT
003320             " UNACKNOWLEDGED - REGENERATED FOR "
003330             "RETRANSMISSION.".
003334     DISPLAY "CONFIRMATION-GL: " WS-CONTRA-COUNT
003338             " CONTRA LEG(S) CARRIED WITH THEIR POSTINGS.".
003340 9000-EXIT.
003350     EXIT.
