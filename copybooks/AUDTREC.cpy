000240*                 AUD-RESERVED): ON A MAKER-CHECKER DECISION   *
000250*                 THE OPERATOR-ID IS THE CHECKER AND THIS IS   *
000260*                 THE MAKER, SO BOTH IDS REACH THE TRAIL.      *
000261* 2026-10-15  DM  ADD AUD-MAINT-ACTION, AUD-MAINT-KEY AND      *
000262*                 AUD-MAINT-DETAIL AT THE END OF THE RECORD:   *
000263*                 A MASTER-FILE MAINTENANCE RECORD (NO         *
000264*                 AMOUNTS) SAYS WHAT WAS DONE, TO WHICH KEY,   *
000265*                 AND THE NEW VALUE.  BLANK ON TRANSACTION     *
000266*                 RECORDS; RECORDS CUT BEFORE THE FIELDS       *
000267*                 EXISTED READ BACK WITH THEM BLANK.           *
000270*----------------------------------------------------------*
000280 01  AUDIT-RECORD.
000290     05  AUD-RUN-DATE            PIC 9(08).
000400         88  AUD-ADJUSTMENT             VALUE "A".
000410     05  AUD-MAKER-ID            PIC X(08).
000420     05  AUD-RESERVED            PIC X(01).
000430     05  AUD-MAINT-ACTION        PIC X(04).
000440     05  AUD-MAINT-KEY           PIC X(08).
000450     05  AUD-MAINT-DETAIL        PIC X(30).
