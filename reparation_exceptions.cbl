000550*                 SIGNED-ON OPERID AS THE MAKER; ONLY        *
000560*                 APPROVED ITEMS ARE RELEASED INTO THE       *
000570*                 INPUT FILES BY THE DAILY STREAM.           *
000571* 2026-10-15  DM  STAMP PND-ORIGIN ON THE PENDING-APPROVAL   *
000572*                 RECORD FOR THE EXCEPTION AGING REPORT.     *
000580*----------------------------------------------------------*
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
005730     MOVE WS-STAGE-TAG(WS-STAGE-SUB) TO PND-TARGET-FILE.
005740     MOVE WS-STAGE-IMAGE(WS-STAGE-SUB) TO PND-TRAN-IMAGE.
005750     MOVE WS-OPERATOR-ID  TO PND-MAKER-ID.
005751     MOVE "REPARAT"       TO PND-ORIGIN.
005760     MOVE WS-CURRENT-DATE TO PND-ENTRY-DATE.
005770     MOVE WS-CURRENT-TIME TO PND-ENTRY-TIME.
005780     SET PND-PENDING TO TRUE.
