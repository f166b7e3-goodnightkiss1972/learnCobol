000130* 2026-09-03  DM  ADD GL-ADJ-IND, BORROWED FROM GL-RESERVED  *
000140*                 (LENGTH UNCHANGED): "A" ON A POSTING CUT   *
000150*                 BY AN ADJUSTMENT RUN.                      *
000151* 2026-10-15  DM  ADD GL-LEG-IND, BORROWED FROM GL-RESERVED  *
000152*                 (LENGTH UNCHANGED).  THE FEED IS NOW A     *
000153*                 BALANCED JOURNAL: EVERY POSTING (LEG       *
000154*                 SPACE) IS FOLLOWED BY ITS CONTRA ENTRY     *
000155*                 (LEG "C") UNDER THE SAME TRAN-ID, SAME     *
000156*                 AMOUNT, OPPOSITE SIDE, TO THE CLEARING GL  *
000157*                 CODE.  A HOUSE-ACCOUNT POSTING NOW CARRIES *
000158*                 THE DEFAULT HOUSE GL CODE, NOT SPACES.     *
000160*----------------------------------------------------------*
000170 01  GL-INTERFACE-RECORD.
000180     05  GL-TRAN-ID              PIC X(06).
000240     05  GL-ACCOUNT-CODE         PIC X(08).
000250     05  GL-ADJ-IND              PIC X(01).
000260         88  GL-ADJUSTMENT              VALUE "A".
000270     05  GL-LEG-IND              PIC X(01).
000280         88  GL-POSTING-LEG             VALUE SPACE.
000290         88  GL-CONTRA-LEG              VALUE "C".
