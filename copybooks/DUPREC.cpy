000010*----------------------------------------------------------*
000020* DUPREC -- SUSPECTED-DUPLICATE RECORD (DUPSUSP).  AN       *
000030*           EDITED TRANSACTION THAT MATCHES ONE ALREADY ON  *
000040*           THE HISTORY MASTER INSIDE THE LOOK-BACK WINDOW  *
000050*           - SAME ACCOUNT, AMOUNTS, SIGN INDICATORS,       *
000060*           OPERATION AND CURRENCY UNDER A DIFFERENT        *
000070*           TRAN-ID - IS HELD HERE BY DETECTION-DOUBLONS    *
000080*           INSTEAD OF POSTING A SECOND TIME.  LIKE A       *
000090*           REFERRAL IT IS A VALID ITEM WAITING FOR A HUMAN *
000100*           LOOK: A SUPERVISOR RELEASES IT (TRAN-DUP-IND    *
000110*           "P" MARKED ON ITS IMAGE, QUEUED FOR THE NEXT    *
000120*           RUN) OR REJECTS IT.  DUP-MATCH-TRAN-ID AND      *
000130*           DUP-MATCH-DATE NAME THE HISTORY ITEM MATCHED.   *
000140*----------------------------------------------------------*
000150* 2026-10-15  DM  NEW COPYBOOK.                              *
000160*----------------------------------------------------------*
000170 01  DUPLICATE-RECORD.
000180     05  DUP-TARGET-FILE         PIC X(01).
000190         88  DUP-TARGET-INTEGER         VALUE "N".
000200         88  DUP-TARGET-DECIMAL         VALUE "D".
000210         88  DUP-TARGET-SIGNED          VALUE "S".
000220     05  DUP-TRAN-IMAGE          PIC X(62).
000230     05  DUP-RUN-DATE            PIC 9(08).
000240     05  DUP-RUN-TIME            PIC 9(08).
000250     05  DUP-MATCH-TRAN-ID       PIC X(06).
000260     05  DUP-MATCH-DATE          PIC X(08).
000270     05  DUP-STATUS              PIC X(01).
000280         88  DUP-PENDING                VALUE "P".
000290         88  DUP-REJECTED               VALUE "R".
000300         88  DUP-RELEASED               VALUE "L".
000310     05  DUP-CHECKER-ID          PIC X(08).
000320     05  DUP-RESERVED            PIC X(10).
