000264*                 TRANSACTION KEYED TO AN UNKNOWN OR CLOSED   *
000266*                 ACCOUNT, REJECTED BY THE FRONT-END EDIT     *
000268*                 AGAINST THE ACCOUNT MASTER (ACCTREC).       *
000269* 2026-10-15  DM  ADD THE "CONV" REASON CODE FOR A LINE OF    *
000270*                 A DELIMITED SOURCE FILE THE IMPORT          *
000271*                 CONVERTER COULD NOT TURN INTO A             *
000272*                 TRANSACTION (BAD AMOUNT, DATE OR SIGN,      *
000273*                 MISSING COLUMN).                            *
000274*----------------------------------------------------------*
000280 01  EXCEPTION-RECORD.
000290     05  EXC-RUN-DATE            PIC 9(08).
000300     05  EXC-RUN-TIME            PIC 9(08).
000370         88  EXC-REASON-NO-RATE         VALUE "NORT".
000380         88  EXC-REASON-STALE-RATE      VALUE "STAL".
000385         88  EXC-REASON-ACCOUNT         VALUE "ACCT".
000386         88  EXC-REASON-CONVERSION      VALUE "CONV".
000390     05  EXC-NUM1                PIC S9(09)V9(03).
000400     05  EXC-NUM2                PIC S9(09)V9(03).
000410     05  EXC-REASON-TEXT         PIC X(30).
