000220*                 IT INTO THE NEXT RUN.  EVERY DECISION IS  *
000230*                 APPENDED TO AUDITLOG UNDER THE SIGNED-ON  *
000240*                 OPERID.                                   *
000241* 2026-10-15  DM  STAMP PND-ORIGIN ON THE PENDING-APPROVAL  *
000242*                 RECORD FOR THE EXCEPTION AGING REPORT.    *
000250*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
003670     MOVE WS-STAGE-TAG(WS-STAGE-SUB) TO PND-TARGET-FILE.
003680     MOVE WS-STAGE-IMAGE(WS-STAGE-SUB) TO PND-TRAN-IMAGE.
003690     MOVE "REFERRAL"      TO PND-MAKER-ID.
003691     MOVE "REVUREF"       TO PND-ORIGIN.
003700     MOVE WS-CURRENT-DATE TO PND-ENTRY-DATE.
003710     MOVE WS-CURRENT-TIME TO PND-ENTRY-TIME.
003720     SET PND-APPROVED TO TRUE.
